      ******************************************************************
      * Author:
      * Date:
      * Purpose: Quarterly credit review - CMF-Credit-Limit looked at
      *          again against how each open account actually pays.
      *          For every customer on CUSTMAST.DAT not closed, the
      *          run works out the average days-to-pay of invoices
      *          settled inside the review window (PAIDITEM.DAT, the
      *          invoices AROMRPT1's receipts cleared), the age of
      *          the oldest invoice still open on OPENITEM.DAT, the
      *          peak balance against the limit (today's CUSTBAL.DAT
      *          and the CUSTBAL images of the recent SNAPSHT1
      *          generations), the dunning level reached
      *          (DUNLEVEL.DAT) and what has been written off (the
      *          BADDEBT1 histories named on WOLIST.DAT). Each
      *          customer is scored and CREDREV.RPT shows the
      *          figures, the score and any proposal - a higher or
      *          lower limit, a hold, or the release of a hold - and
      *          the proposals go onto CREDPROP.DAT.
      *          The credit controller keys Y against the proposals
      *          accepted, and a run in B mode (CREDREV-PARM.DAT)
      *          turns those into one numbered H/D/T batch on
      *          CUSTCHG.DAT, so every change still reaches the
      *          master through CUSTMNT1's audited path. Accepted
      *          rows are marked B once batched and never batch
      *          twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREV1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CreditParm ASSIGN TO "CREDREV-PARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CreditParm-Status.

      * Indexed on the customer id - this run streams it whole, off
      * the index in key order.
           SELECT CustMaster ASSIGN TO "CUSTMAST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS CMF-Cust-Id
                     FILE STATUS IS WS-CustMaster-Status.

           SELECT CustBalances ASSIGN TO "CUSTBAL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS CB-Cust-Id
                     FILE STATUS IS WS-CustBal-Status.

      * SNAPSHT1's plain text image of CUSTBAL.DAT for one
      * generation.
           SELECT BalanceImage ASSIGN TO Image-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BalImage-Status.

           SELECT SnapGen ASSIGN TO "SNAPGEN.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SnapGen-Status.

           SELECT OpenItems ASSIGN TO "OPENITEM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpenItems-Status.

           SELECT PaidItems ASSIGN TO "PAIDITEM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PaidItems-Status.

           SELECT DunLevels ASSIGN TO "DUNLEVEL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DunLevel-Status.

           SELECT WriteOffList ASSIGN TO "WOLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-WriteOffList-Status.

           SELECT WriteOffHist ASSIGN TO WriteOff-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-WriteOffHist-Status.

           SELECT CreditProposals ASSIGN TO "CREDPROP.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CreditProp-Status.

           SELECT CreditReport ASSIGN TO "CREDREV.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CustChanges ASSIGN TO "CUSTCHG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CustChg-Status.

           SELECT BatchRegister ASSIGN TO "BATCHREG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-BatchReg-Status.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
      * R (the default) reviews and proposes; B batches the accepted
      * proposals. The window is in days back from the run date (91
      * when not given) and the snapshot depth in generations (13
      * when not given).
       FD CreditParm.
       01 Credit-Parm-Rec.
        02 CRP-Mode                    PIC X.
           88 CRP-Batch-Mode           VALUE "B".
        02 CRP-Window-Days             PIC X(3).
        02 CRP-Snap-Depth              PIC X(2).

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

       FD CustBalances.
       01 Cust-Balance-Rec.
           88 End-Of-Cust-Balances     VALUE HIGH-VALUES.
        02 CB-Cust-Id                  PIC X(5).
        02 CB-Period                   PIC X(20).
        02 CB-Bal-Current              PIC S9(7)V99.
        02 CB-Bal-30                   PIC S9(7)V99.
        02 CB-Bal-60                   PIC S9(7)V99.
        02 CB-Bal-90                   PIC S9(7)V99.

       FD BalanceImage.
       01 Balance-Image-Rec.
           88 End-Of-Balance-Image     VALUE HIGH-VALUES.
        02 BI-Cust-Id                  PIC X(5).
        02 BI-Period                   PIC X(20).
        02 BI-Bal-Current              PIC S9(7)V99.
        02 BI-Bal-30                   PIC S9(7)V99.
        02 BI-Bal-60                   PIC S9(7)V99.
        02 BI-Bal-90                   PIC S9(7)V99.

       FD SnapGen.
       01 Snap-Gen-Rec.
        02 SG-Generation               PIC 9(4).

       FD OpenItems.
       01 Open-Item-Rec.
           88 End-Of-Open-Items        VALUE HIGH-VALUES.
        02 OI-Cust-Id                  PIC X(5).
        02 OI-Invoice-Id               PIC X(7).
        02 OI-Amount-Open              PIC S9(7)V99.
        02 OI-Invoice-Date             PIC 9(8).

       FD PaidItems.
       01 Paid-Item-Rec.
           88 End-Of-Paid-Items        VALUE HIGH-VALUES.
        02 PI-Cust-Id                  PIC X(5).
        02 PI-Invoice-Id               PIC X(7).
        02 PI-Invoice-Date             PIC 9(8).
        02 PI-Paid-Date                PIC 9(8).

       FD DunLevels.
       01 Dun-Level-Rec.
           88 End-Of-Dun-Levels        VALUE HIGH-VALUES.
        02 DL-Cust-Id                  PIC X(5).
        02 DL-Level                    PIC 9.

       FD WriteOffList.
       01 Write-Off-List-Rec           PIC X(35).

      * BADDEBT1's keyed transaction, archived as keyed - only a row
      * carrying authorizing initials was applied.
       FD WriteOffHist.
       01 Write-Off-Rec.
           88 End-Of-Write-Offs        VALUE HIGH-VALUES.
        02 WO-Cust-Id                  PIC X(5).
        02 WO-Amount                   PIC 9(7)V99.
        02 WO-Auth-Initials            PIC X(3).
        02 WO-Reason-Code              PIC XX.

      * CP-Accept is blank as proposed, Y once the credit controller
      * accepts it, B once it has gone onto a CUSTCHG.DAT batch.
       FD CreditProposals.
       01 Credit-Proposal-Rec.
           88 End-Of-Proposals         VALUE HIGH-VALUES.
        02 CP-Cust-Id                  PIC X(5).
        02 CP-Cust-Name                PIC X(20).
        02 CP-Score                    PIC 9(3).
        02 CP-Action                   PIC X.
           88 CP-Raise-Limit           VALUE "R".
           88 CP-Lower-Limit           VALUE "L".
           88 CP-Hold-Account          VALUE "H".
           88 CP-Release-Hold          VALUE "O".
        02 CP-Old-Limit                PIC 9(7)V99.
        02 CP-New-Limit                PIC 9(7)V99.
        02 CP-Review-Date              PIC 9(8).
        02 CP-Accept                   PIC X.
           88 CP-Accepted              VALUE "Y".
           88 CP-Batched               VALUE "B".

       FD CreditReport.
       01 Credit-Report-Line           PIC X(140).

      * CUSTMNT1's batched change row - H header, D detail carrying
      * the change transaction, T trailer with the record count.
       FD CustChanges.
       01 Batched-Change-Rec.
           88 End-Of-Cust-Changes      VALUE HIGH-VALUES.
        02 CCB-Rec-Type                PIC X.
           88 Change-Batch-Header      VALUE "H".
           88 Change-Batch-Detail      VALUE "D".
           88 Change-Batch-Trailer     VALUE "T".
        02 CCB-Body                    PIC X(95).
        02 CCB-Header REDEFINES CCB-Body.
         03 CCBH-Batch-Number          PIC 9(4).
         03 CCBH-Prepared-By           PIC X(3).
         03 CCBH-Date                  PIC 9(8).
         03 FILLER                     PIC X(80).
        02 CCB-Trailer REDEFINES CCB-Body.
         03 CCBT-Count                 PIC 9(5).
         03 FILLER                     PIC X(90).

       FD BatchRegister.
       01 Batch-Register-Rec.
           88 End-Of-Batch-Register    VALUE HIGH-VALUES.
        02 BR-File-Name                PIC X(12).
        02 BR-Batch-Number             PIC 9(4).
        02 BR-Applied-Date             PIC 9(8).
        02 BR-Rec-Count                PIC 9(5).
        02 BR-Value                    PIC 9(11)V99.

       FD RunLock.
       01 Run-Lock-Rec.
           88 End-Of-Run-Lock          VALUE HIGH-VALUES.
        02 RLK-Job-Name                PIC X(8).
        02 RLK-Operator                PIC X(5).
        02 RLK-Date                    PIC 9(8).
        02 RLK-Time                    PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-CreditParm-Status         PIC XX.
           88 CreditParm-Present        VALUE "00".
       01  WS-CustMaster-Status         PIC XX.
           88 CustMaster-Present        VALUE "00".
       01  WS-CustBal-Status            PIC XX.
           88 CustBalFile-Present       VALUE "00".
       01  WS-BalImage-Status           PIC XX.
           88 BalImage-Present          VALUE "00".
       01  WS-SnapGen-Status            PIC XX.
           88 SnapGenFile-Present       VALUE "00".
       01  WS-OpenItems-Status          PIC XX.
           88 OpenItemsFile-Present     VALUE "00".
       01  WS-PaidItems-Status          PIC XX.
           88 PaidItemsFile-Present     VALUE "00".
       01  WS-DunLevel-Status           PIC XX.
           88 DunLevelFile-Present      VALUE "00".
       01  WS-WriteOffList-Status       PIC XX.
           88 WriteOffList-Present      VALUE "00".
       01  WriteOffList-Eof-Sw          PIC X VALUE "N".
           88 WriteOffList-Eof          VALUE "Y".
       01  WS-WriteOffHist-Status       PIC XX.
           88 WriteOffHist-Present      VALUE "00".
       01  WS-CreditProp-Status         PIC XX.
           88 CreditPropFile-Present    VALUE "00".
       01  WS-CustChg-Status            PIC XX.
           88 CustChgFile-Present       VALUE "00".
       01  WS-BatchReg-Status           PIC XX.
           88 BatchRegFile-Present      VALUE "00".
       01  WS-RunLock-Status            PIC XX.
           88 RunLockFile-Present       VALUE "00".
       01  Lock-Held-Sw                 PIC X VALUE "N".
           88 Lock-Held                 VALUE "Y".
       01  Lock-Owned-Sw                PIC X VALUE "N".
           88 Lock-Owned                VALUE "Y".
       01  Lock-Holder                  PIC X(8) VALUE SPACES.
       01  Lock-Time-Work               PIC 9(8) VALUE ZERO.

       01  Run-Date                     PIC 9(8) VALUE ZERO.
       01  Run-Day-Number               PIC 9(7) VALUE ZERO.
       01  Window-Days                  PIC 9(3) VALUE 91.
       01  Snap-Depth                   PIC 99 VALUE 13.
       01  Snap-Generation              PIC 9(4) VALUE ZERO.
       01  Snap-Back-Count              PIC 99 VALUE ZERO.
       01  Image-File-Name              PIC X(30).
       01  WriteOff-Hist-File-Name      PIC X(35).
       01  Images-Read-Count            PIC 99 VALUE ZERO.
       01  Table-Overflow-Sw            PIC X VALUE "N".
           88 Table-Overflow            VALUE "Y".

      * Gregorian day number of a yyyymmdd date, so days-to-pay hold
      * across month and year ends.
       01  DN-Date                      PIC 9(8) VALUE ZERO.
       01  DN-Date-Parts REDEFINES DN-Date.
        02 DN-Year                      PIC 9(4).
        02 DN-Month                     PIC 99.
        02 DN-Day                       PIC 99.
       01  DN-Work-Year                 PIC 9(4) VALUE ZERO.
       01  DN-Month-Shift               PIC 99 VALUE ZERO.
       01  DN-Era                       PIC 9(3) VALUE ZERO.
       01  DN-Year-Of-Era               PIC 9(3) VALUE ZERO.
       01  DN-Temp                      PIC 9(6) VALUE ZERO.
       01  DN-Day-Of-Year               PIC 9(3) VALUE ZERO.
       01  DN-Quad                      PIC 9(3) VALUE ZERO.
       01  DN-Century                   PIC 9(3) VALUE ZERO.
       01  DN-Day-Number                PIC 9(7) VALUE ZERO.
       01  Invoice-Day-Number           PIC 9(7) VALUE ZERO.
       01  Days-Work                    PIC S9(5) VALUE ZERO.

       01  Customer-Table.
        02  CT-Entry OCCURS 5000 TIMES.
         03 CT-Cust-Id                  PIC X(5).
         03 CT-Cust-Name                PIC X(20).
         03 CT-Acct-Status              PIC X.
         03 CT-Credit-Limit             PIC 9(7)V99.
         03 CT-Balance-Now              PIC S9(7)V99.
         03 CT-Bal-90-Now               PIC S9(7)V99.
         03 CT-Peak-Balance             PIC S9(7)V99.
         03 CT-Paid-Count               PIC 9(4).
         03 CT-Paid-Days-Total          PIC 9(7).
         03 CT-Oldest-Open-Days         PIC 9(5).
         03 CT-Dun-Level                PIC 9.
         03 CT-Written-Off              PIC 9(7)V99.
       01  CT-Count                     PIC 9(4) VALUE ZERO.
       01  CT-Scan-Idx                  PIC 9(4) VALUE ZERO.
       01  CT-Found-Idx                 PIC 9(4) VALUE ZERO.
       01  CT-Found-Sw                  PIC X VALUE "N".
           88 CT-Found                  VALUE "Y".
       01  CT-Lookup-Id                 PIC X(5).

       01  Balance-Work                 PIC S9(7)V99 VALUE ZERO.
       01  Avg-Days-To-Pay              PIC 9(4) VALUE ZERO.
       01  Peak-Pct                     PIC 9(5) VALUE ZERO.
       01  Credit-Score                 PIC S9(3) VALUE ZERO.
       01  Proposed-Action              PIC X VALUE SPACE.
       01  Proposed-Limit               PIC 9(7)V99 VALUE ZERO.
       01  Limit-Work                   PIC 9(9)V99 VALUE ZERO.
       01  Limit-Hundreds               PIC 9(7) VALUE ZERO.
       01  Reviewed-Count               PIC 9(5) VALUE ZERO.
       01  Proposal-Count               PIC 9(5) VALUE ZERO.

      * Batch mode - the proposals as keyed, and the batch built.
       01  Proposal-Table.
        02  PRT-Entry OCCURS 5000 TIMES.
         03 PRT-Rec                     PIC X(56).
       01  PRT-Count                    PIC 9(4) VALUE ZERO.
       01  PRT-Scan-Idx                 PIC 9(4) VALUE ZERO.
       01  Accepted-Count               PIC 9(5) VALUE ZERO.
       01  Next-Batch-Number            PIC 9(4) VALUE ZERO.
       01  Bare-Changes-Pending-Sw      PIC X VALUE "N".
           88 Bare-Changes-Pending      VALUE "Y".

      * The CUSTMNT1 change transaction carried in a D row's body -
      * blank name, address and currency, and a blank limit or
      * status, leave those fields as they are.
       01  Change-Stage.
        02  CS-Action                   PIC X.
        02  CS-Cust-Id                  PIC X(5).
        02  CS-Cust-Name                PIC X(20).
        02  CS-Addr-Line1               PIC X(20).
        02  CS-Addr-Line2               PIC X(20).
        02  CS-Credit-Limit-Area        PIC X(9).
        02  CS-Credit-Limit REDEFINES CS-Credit-Limit-Area
                                        PIC 9(7)V99.
        02  CS-Acct-Status              PIC X.
        02  CS-Bill-Currency            PIC X(4).
        02  CS-Ebill-Sw                 PIC X.
        02  CS-Vat-Reg-No               PIC X(12).
        02  CS-Country                  PIC X(2).

       01  Report-Heading-Line.
        02  FILLER                    PIC X(30)
             VALUE "   CREDIT REVIEW AS AT       ".
        02  RH-Run-Date               PIC 9(8).
        02  FILLER                    PIC X(17)
             VALUE "   PAID WINDOW  ".
        02  RH-Window-Days            PIC ZZ9.
        02  FILLER                    PIC X(20)
             VALUE " DAYS   SNAPSHOTS  ".
        02  RH-Images                 PIC Z9.

       01  Column-Heading-1.
        02  FILLER                    PIC X(29) VALUE "CUSTOMER".
        02  FILLER                    PIC X(13) VALUE "        LIMIT".
        02  FILLER                    PIC X(13) VALUE "  BALANCE NOW".
        02  FILLER                    PIC X(13) VALUE "         PEAK".
        02  FILLER                    PIC X(6)  VALUE " PEAK%".
        02  FILLER                    PIC X(10) VALUE "  AVG DAYS".
        02  FILLER                    PIC X(7)  VALUE " OLDEST".
        02  FILLER                    PIC X(4)  VALUE " DUN".
        02  FILLER                    PIC X(14) VALUE "   WRITTEN OFF".
        02  FILLER                    PIC X(6)  VALUE " SCORE".
        02  FILLER                    PIC X(18) VALUE "  PROPOSAL".

       01  Review-Detail-Line.
        02  RD-Cust-Id                PIC X(6).
        02  RD-Cust-Name              PIC X(21).
        02  RD-Acct-Status            PIC X.
        02  FILLER                    PIC X     VALUE SPACE.
        02  RD-Credit-Limit           PIC ZZZZ,ZZ9.99.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Balance-Now            PIC -ZZZ,ZZ9.99.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Peak-Balance           PIC -ZZZ,ZZ9.99.
        02  FILLER                    PIC X     VALUE SPACE.
        02  RD-Peak-Pct               PIC ZZZZ9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Avg-Days               PIC ZZZ9.
        02  RD-Paid-Count-Area.
         03 FILLER                    PIC X     VALUE "/".
         03 RD-Paid-Count             PIC 999.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Oldest-Days            PIC ZZZZ9.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  RD-Dun-Level              PIC 9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Written-Off            PIC Z,ZZZ,ZZ9.99.
        02  FILLER                    PIC X(3)  VALUE SPACES.
        02  RD-Score                  PIC ZZ9.
        02  FILLER                    PIC X(2)  VALUE SPACES.
        02  RD-Proposal               PIC X(22).

       01  Proposal-Text.
        02  PT-Word                   PIC X(9).
        02  PT-New-Limit              PIC ZZZZ,ZZ9.99.
        02  FILLER                    PIC X(2)  VALUE SPACES.

       01  Total-Line.
        02  FILLER                    PIC X(22)
             VALUE "ACCOUNTS REVIEWED  : ".
        02  TL-Reviewed               PIC ZZZZ9.
        02  FILLER                    PIC X(22)
             VALUE "   PROPOSALS MADE  : ".
        02  TL-Proposals              PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           MOVE Run-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Run-Day-Number.
           PERFORM Load-Credit-Parm.
           IF CRP-Batch-Mode
               PERFORM Batch-Accepted-Proposals
                   THRU Batch-Accepted-Proposals-Exit
               GOBACK
           END-IF.

           PERFORM Load-Customer-Master.
           IF CT-Count = ZERO
               DISPLAY "CREDREV1: NO OPEN ACCOUNTS ON CUSTMAST.DAT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Current-Balances.
           PERFORM Load-Snapshot-Balances.
           PERFORM Load-Paid-Items.
           PERFORM Load-Open-Items.
           PERFORM Load-Dun-Levels.
           PERFORM Load-Write-Offs.
           PERFORM Print-Credit-Review.
           DISPLAY "CREDREV1: " Reviewed-Count " ACCOUNT(S) REVIEWED, "
               Proposal-Count " PROPOSAL(S) ON CREDPROP.DAT".
           IF Table-Overflow
               DISPLAY "CREDREV1: CUSTOMER TABLE FULL - ACCOUNTS PAST "
                   "THE LIMIT NOT REVIEWED"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Credit-Parm.
           MOVE SPACES TO Credit-Parm-Rec.
           OPEN INPUT CreditParm.
           IF CreditParm-Present
               READ CreditParm
                   AT END MOVE SPACES TO Credit-Parm-Rec
               END-READ
               CLOSE CreditParm
           END-IF.
           IF CRP-Window-Days IS NUMERIC AND CRP-Window-Days NOT = ZERO
               MOVE CRP-Window-Days TO Window-Days
           END-IF.
           IF CRP-Snap-Depth IS NUMERIC
               MOVE CRP-Snap-Depth TO Snap-Depth
           END-IF.

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
           IF CMF-Credit-Limit IS NUMERIC
               MOVE CMF-Credit-Limit TO CT-Credit-Limit(CT-Count)
           ELSE
               MOVE ZERO TO CT-Credit-Limit(CT-Count)
           END-IF.
           MOVE ZERO TO CT-Balance-Now(CT-Count).
           MOVE ZERO TO CT-Bal-90-Now(CT-Count).
           MOVE ZERO TO CT-Peak-Balance(CT-Count).
           MOVE ZERO TO CT-Paid-Count(CT-Count).
           MOVE ZERO TO CT-Paid-Days-Total(CT-Count).
           MOVE ZERO TO CT-Oldest-Open-Days(CT-Count).
           MOVE ZERO TO CT-Dun-Level(CT-Count).
           MOVE ZERO TO CT-Written-Off(CT-Count).

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

       Load-Current-Balances.
           OPEN INPUT CustBalances.
           IF CustBalFile-Present
               READ CustBalances
                   AT END SET End-Of-Cust-Balances TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cust-Balances
                   MOVE CB-Cust-Id TO CT-Lookup-Id
                   PERFORM Find-Customer
                   IF CT-Found
                       COMPUTE Balance-Work = CB-Bal-Current
                           + CB-Bal-30 + CB-Bal-60 + CB-Bal-90
                       MOVE Balance-Work TO CT-Balance-Now(CT-Found-Idx)
                       MOVE CB-Bal-90 TO CT-Bal-90-Now(CT-Found-Idx)
                       PERFORM Note-Peak-Balance
                   END-IF
                   READ CustBalances
                       AT END SET End-Of-Cust-Balances TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustBalances
           END-IF.

       Note-Peak-Balance.
           IF Balance-Work > CT-Peak-Balance(CT-Found-Idx)
               MOVE Balance-Work TO CT-Peak-Balance(CT-Found-Idx)
           END-IF.

      * The balances as they stood at each of the last Snap-Depth
      * snapshot generations, newest back - a generation whose image
      * is gone is skipped.
       Load-Snapshot-Balances.
           OPEN INPUT SnapGen.
           IF SnapGenFile-Present
               READ SnapGen
                   AT END MOVE ZERO TO SG-Generation
               END-READ
               IF SG-Generation IS NUMERIC
                   MOVE SG-Generation TO Snap-Generation
               END-IF
               CLOSE SnapGen
           END-IF.
           MOVE ZERO TO Snap-Back-Count.
           PERFORM UNTIL Snap-Back-Count >= Snap-Depth
                      OR Snap-Generation = ZERO
               PERFORM Read-One-Balance-Image
               ADD 1 TO Snap-Back-Count
               SUBTRACT 1 FROM Snap-Generation
           END-PERFORM.

       Read-One-Balance-Image.
           MOVE SPACES TO Image-File-Name.
           STRING "SNAP-G" DELIMITED BY SIZE
                  Snap-Generation DELIMITED BY SIZE
                  "-CUSTBAL.DAT" DELIMITED BY SIZE
                  INTO Image-File-Name.
           OPEN INPUT BalanceImage.
           IF BalImage-Present
               ADD 1 TO Images-Read-Count
               MOVE SPACES TO Balance-Image-Rec
               READ BalanceImage
                   AT END SET End-Of-Balance-Image TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Balance-Image
                   MOVE BI-Cust-Id TO CT-Lookup-Id
                   PERFORM Find-Customer
                   IF CT-Found AND BI-Bal-Current IS NUMERIC
                       COMPUTE Balance-Work = BI-Bal-Current
                           + BI-Bal-30 + BI-Bal-60 + BI-Bal-90
                       PERFORM Note-Peak-Balance
                   END-IF
                   READ BalanceImage
                       AT END SET End-Of-Balance-Image TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BalanceImage
           END-IF.

      * Days-to-pay counts only invoices settled inside the window
      * whose raise date is known.
       Load-Paid-Items.
           OPEN INPUT PaidItems.
           IF PaidItemsFile-Present
               READ PaidItems
                   AT END SET End-Of-Paid-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Paid-Items
                   PERFORM Post-One-Paid-Item
                   READ PaidItems
                       AT END SET End-Of-Paid-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaidItems
           END-IF.

       Post-One-Paid-Item.
           MOVE PI-Invoice-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           MOVE DN-Day-Number TO Invoice-Day-Number.
           MOVE PI-Paid-Date TO DN-Date.
           PERFORM Date-To-Day-Number.
           IF Invoice-Day-Number > ZERO AND DN-Day-Number > ZERO
              AND Run-Day-Number - DN-Day-Number <= Window-Days
               MOVE PI-Cust-Id TO CT-Lookup-Id
               PERFORM Find-Customer
               IF CT-Found
                   COMPUTE Days-Work =
                       DN-Day-Number - Invoice-Day-Number
                   IF Days-Work < ZERO
                       MOVE ZERO TO Days-Work
                   END-IF
                   ADD 1 TO CT-Paid-Count(CT-Found-Idx)
                   ADD Days-Work TO CT-Paid-Days-Total(CT-Found-Idx)
               END-IF
           END-IF.

       Load-Open-Items.
           OPEN INPUT OpenItems.
           IF OpenItemsFile-Present
               READ OpenItems
                   AT END SET End-Of-Open-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Items
                   IF OI-Amount-Open > ZERO
                       MOVE OI-Invoice-Date TO DN-Date
                       PERFORM Date-To-Day-Number
                       MOVE OI-Cust-Id TO CT-Lookup-Id
                       PERFORM Find-Customer
                       IF CT-Found AND DN-Day-Number > ZERO
                           COMPUTE Days-Work =
                               Run-Day-Number - DN-Day-Number
                           IF Days-Work >
                                  CT-Oldest-Open-Days(CT-Found-Idx)
                               MOVE Days-Work
                                 TO CT-Oldest-Open-Days(CT-Found-Idx)
                           END-IF
                       END-IF
                   END-IF
                   READ OpenItems
                       AT END SET End-Of-Open-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenItems
           END-IF.

       Load-Dun-Levels.
           OPEN INPUT DunLevels.
           IF DunLevelFile-Present
               READ DunLevels
                   AT END SET End-Of-Dun-Levels TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Dun-Levels
                   MOVE DL-Cust-Id TO CT-Lookup-Id
                   PERFORM Find-Customer
                   IF CT-Found AND DL-Level IS NUMERIC
                       MOVE DL-Level TO CT-Dun-Level(CT-Found-Idx)
                   END-IF
                   READ DunLevels
                       AT END SET End-Of-Dun-Levels TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DunLevels
           END-IF.

       Load-Write-Offs.
           OPEN INPUT WriteOffList.
           IF WriteOffList-Present
               READ WriteOffList
                   AT END SET WriteOffList-Eof TO TRUE
               END-READ
               PERFORM UNTIL WriteOffList-Eof
                   MOVE Write-Off-List-Rec TO WriteOff-Hist-File-Name
                   PERFORM Read-One-Write-Off-History
                   READ WriteOffList
                       AT END SET WriteOffList-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WriteOffList
           END-IF.

       Read-One-Write-Off-History.
           OPEN INPUT WriteOffHist.
           IF WriteOffHist-Present
               MOVE SPACES TO Write-Off-Rec
               READ WriteOffHist
                   AT END SET End-Of-Write-Offs TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Write-Offs
                   IF WO-Auth-Initials NOT = SPACES
                      AND WO-Amount IS NUMERIC
                       MOVE WO-Cust-Id TO CT-Lookup-Id
                       PERFORM Find-Customer
                       IF CT-Found
                           ADD WO-Amount
                             TO CT-Written-Off(CT-Found-Idx)
                       END-IF
                   END-IF
                   READ WriteOffHist
                       AT END SET End-Of-Write-Offs TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WriteOffHist
           END-IF.

       Print-Credit-Review.
           OPEN OUTPUT CreditReport.
           OPEN OUTPUT CreditProposals.
           MOVE Run-Date TO RH-Run-Date.
           MOVE Window-Days TO RH-Window-Days.
           MOVE Images-Read-Count TO RH-Images.
           WRITE Credit-Report-Line FROM Report-Heading-Line
            AFTER ADVANCING 1 LINE.
           WRITE Credit-Report-Line FROM Column-Heading-1
            AFTER ADVANCING 2 LINES.
           PERFORM VARYING CT-Scan-Idx FROM 1 BY 1
                   UNTIL CT-Scan-Idx > CT-Count
               PERFORM Score-One-Customer
               PERFORM Propose-One-Customer
               PERFORM Print-One-Review-Line
               ADD 1 TO Reviewed-Count
           END-PERFORM.
           MOVE Reviewed-Count TO TL-Reviewed.
           MOVE Proposal-Count TO TL-Proposals.
           WRITE Credit-Report-Line FROM Total-Line
            AFTER ADVANCING 2 LINES.
           CLOSE CreditProposals.
           CLOSE CreditReport.

      * Out of 100: slow payment, an invoice long open, a balance run
      * up to or past the limit, dunning reached and any write-off
      * each take points away.
       Score-One-Customer.
           MOVE 100 TO Credit-Score.
           MOVE ZERO TO Avg-Days-To-Pay.
           IF CT-Paid-Count(CT-Scan-Idx) > ZERO
               DIVIDE CT-Paid-Days-Total(CT-Scan-Idx)
                   BY CT-Paid-Count(CT-Scan-Idx)
                   GIVING Avg-Days-To-Pay ROUNDED
           END-IF.
           EVALUATE TRUE
               WHEN Avg-Days-To-Pay > 60
                   SUBTRACT 30 FROM Credit-Score
               WHEN Avg-Days-To-Pay > 45
                   SUBTRACT 20 FROM Credit-Score
               WHEN Avg-Days-To-Pay > 30
                   SUBTRACT 10 FROM Credit-Score
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CT-Oldest-Open-Days(CT-Scan-Idx) > 90
              OR CT-Bal-90-Now(CT-Scan-Idx) > ZERO
               SUBTRACT 15 FROM Credit-Score
           END-IF.
           MOVE ZERO TO Peak-Pct.
           IF CT-Credit-Limit(CT-Scan-Idx) > ZERO
               COMPUTE Peak-Pct ROUNDED =
                   CT-Peak-Balance(CT-Scan-Idx) * 100
                       / CT-Credit-Limit(CT-Scan-Idx)
                   ON SIZE ERROR MOVE 99999 TO Peak-Pct
               END-COMPUTE
               EVALUATE TRUE
                   WHEN Peak-Pct > 100
                       SUBTRACT 25 FROM Credit-Score
                   WHEN Peak-Pct > 90
                       SUBTRACT 10 FROM Credit-Score
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           EVALUATE CT-Dun-Level(CT-Scan-Idx)
               WHEN 1
                   SUBTRACT 5 FROM Credit-Score
               WHEN 2
                   SUBTRACT 15 FROM Credit-Score
               WHEN 3 THRU 9
                   SUBTRACT 30 FROM Credit-Score
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF CT-Written-Off(CT-Scan-Idx) > ZERO
               SUBTRACT 40 FROM Credit-Score
           END-IF.
           IF Credit-Score < ZERO
               MOVE ZERO TO Credit-Score
           END-IF.

      * Under 40 the account goes on hold; 40 to 59 the limit comes
      * down to the peak actually used (to the next 100); 80 and
      * over with the peak at 80% of the limit or more the limit
      * goes up by a quarter, and a held account scoring 70 or more
      * is proposed for release. Limits are whole hundreds.
       Propose-One-Customer.
           MOVE SPACE TO Proposed-Action.
           MOVE CT-Credit-Limit(CT-Scan-Idx) TO Proposed-Limit.
           EVALUATE TRUE
               WHEN Credit-Score < 40
                   IF CT-Acct-Status(CT-Scan-Idx) NOT = "H"
                       MOVE "H" TO Proposed-Action
                   END-IF
               WHEN CT-Acct-Status(CT-Scan-Idx) = "H"
                   IF Credit-Score >= 70
                       MOVE "O" TO Proposed-Action
                   END-IF
               WHEN Credit-Score < 60
                   IF CT-Peak-Balance(CT-Scan-Idx) > ZERO
                       MOVE CT-Peak-Balance(CT-Scan-Idx) TO Limit-Work
                       PERFORM Round-Limit-Up
                       IF Proposed-Limit < CT-Credit-Limit(CT-Scan-Idx)
                           MOVE "L" TO Proposed-Action
                       ELSE
                           MOVE CT-Credit-Limit(CT-Scan-Idx)
                             TO Proposed-Limit
                       END-IF
                   END-IF
               WHEN Credit-Score >= 80
                   IF CT-Credit-Limit(CT-Scan-Idx) = ZERO
                      AND CT-Peak-Balance(CT-Scan-Idx) > ZERO
                       COMPUTE Limit-Work =
                           CT-Peak-Balance(CT-Scan-Idx) * 1.25
                       PERFORM Round-Limit-Up
                       MOVE "R" TO Proposed-Action
                   END-IF
                   IF CT-Credit-Limit(CT-Scan-Idx) > ZERO
                      AND Peak-Pct >= 80
                       COMPUTE Limit-Work =
                           CT-Credit-Limit(CT-Scan-Idx) * 1.25
                       PERFORM Round-Limit-Up
                       MOVE "R" TO Proposed-Action
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF Proposed-Action NOT = SPACE
               MOVE CT-Cust-Id(CT-Scan-Idx) TO CP-Cust-Id
               MOVE CT-Cust-Name(CT-Scan-Idx) TO CP-Cust-Name
               MOVE Credit-Score TO CP-Score
               MOVE Proposed-Action TO CP-Action
               MOVE CT-Credit-Limit(CT-Scan-Idx) TO CP-Old-Limit
               MOVE Proposed-Limit TO CP-New-Limit
               MOVE Run-Date TO CP-Review-Date
               MOVE SPACE TO CP-Accept
               WRITE Credit-Proposal-Rec
               ADD 1 TO Proposal-Count
           END-IF.

       Round-Limit-Up.
           DIVIDE Limit-Work BY 100 GIVING Limit-Hundreds.
           IF Limit-Hundreds * 100 < Limit-Work
               ADD 1 TO Limit-Hundreds
           END-IF.
           IF Limit-Hundreds > 99999
               MOVE 99999 TO Limit-Hundreds
           END-IF.
           COMPUTE Proposed-Limit = Limit-Hundreds * 100.

       Print-One-Review-Line.
           MOVE CT-Cust-Id(CT-Scan-Idx) TO RD-Cust-Id.
           MOVE CT-Cust-Name(CT-Scan-Idx) TO RD-Cust-Name.
           MOVE CT-Acct-Status(CT-Scan-Idx) TO RD-Acct-Status.
           MOVE CT-Credit-Limit(CT-Scan-Idx) TO RD-Credit-Limit.
           MOVE CT-Balance-Now(CT-Scan-Idx) TO RD-Balance-Now.
           MOVE CT-Peak-Balance(CT-Scan-Idx) TO RD-Peak-Balance.
           MOVE Peak-Pct TO RD-Peak-Pct.
           MOVE Avg-Days-To-Pay TO RD-Avg-Days.
           MOVE CT-Paid-Count(CT-Scan-Idx) TO RD-Paid-Count.
           MOVE CT-Oldest-Open-Days(CT-Scan-Idx) TO RD-Oldest-Days.
           MOVE CT-Dun-Level(CT-Scan-Idx) TO RD-Dun-Level.
           MOVE CT-Written-Off(CT-Scan-Idx) TO RD-Written-Off.
           MOVE Credit-Score TO RD-Score.
           MOVE SPACES TO RD-Proposal.
           EVALUATE Proposed-Action
               WHEN "R"
                   MOVE "RAISE TO" TO PT-Word
                   MOVE Proposed-Limit TO PT-New-Limit
                   MOVE Proposal-Text TO RD-Proposal
               WHEN "L"
                   MOVE "LOWER TO" TO PT-Word
                   MOVE Proposed-Limit TO PT-New-Limit
                   MOVE Proposal-Text TO RD-Proposal
               WHEN "H"
                   MOVE "PUT ON HOLD" TO RD-Proposal
               WHEN "O"
                   MOVE "RELEASE HOLD" TO RD-Proposal
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE Credit-Report-Line FROM Review-Detail-Line
            AFTER ADVANCING 1 LINE.

      ******************************************************************
      * B mode - accepted proposals out as one CUSTCHG.DAT batch.
      ******************************************************************
       Batch-Accepted-Proposals.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "CREDREV1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO Batch-Accepted-Proposals-Exit
           END-IF.
           PERFORM Acquire-Run-Lock.
           PERFORM Load-Proposals.
           IF Accepted-Count = ZERO
               DISPLAY "CREDREV1: NO ACCEPTED PROPOSALS ON CREDPROP.DAT"
               PERFORM Release-Run-Lock
               GO TO Batch-Accepted-Proposals-Exit
           END-IF.
           PERFORM Find-Next-Batch-Number.
      * A bare-format change file waiting for CUSTMNT1 cannot take a
      * batch behind it - CUSTMNT1 reads a file one way or the other.
           IF Bare-Changes-Pending
               DISPLAY "CREDREV1: CUSTCHG.DAT HOLDS UNBATCHED CHANGES"
                   " - APPLY THEM FIRST, NOTHING BATCHED"
               MOVE 1 TO RETURN-CODE
               PERFORM Release-Run-Lock
               GO TO Batch-Accepted-Proposals-Exit
           END-IF.
           PERFORM Write-Change-Batch.
           PERFORM Rewrite-Proposals.
           DISPLAY "CREDREV1: BATCH " Next-Batch-Number " - "
               Accepted-Count " CHANGE(S) ON CUSTCHG.DAT".
           PERFORM Release-Run-Lock.

       Batch-Accepted-Proposals-Exit.
           EXIT.

       Load-Proposals.
           OPEN INPUT CreditProposals.
           IF CreditPropFile-Present
               READ CreditProposals
                   AT END SET End-Of-Proposals TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Proposals
                   IF PRT-Count < 5000
                       ADD 1 TO PRT-Count
                       MOVE Credit-Proposal-Rec TO PRT-Rec(PRT-Count)
                       IF CP-Accepted
                           ADD 1 TO Accepted-Count
                       END-IF
                   END-IF
                   READ CreditProposals
                       AT END SET End-Of-Proposals TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CreditProposals
           END-IF.

      * One past the highest CUSTCHG.DAT batch number either applied
      * (BATCHREG.DAT) or still waiting on the change file.
       Find-Next-Batch-Number.
           MOVE ZERO TO Next-Batch-Number.
           OPEN INPUT BatchRegister.
           IF BatchRegFile-Present
               READ BatchRegister
                   AT END SET End-Of-Batch-Register TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Batch-Register
                   IF BR-File-Name = "CUSTCHG.DAT"
                      AND BR-Batch-Number IS NUMERIC
                      AND BR-Batch-Number > Next-Batch-Number
                       MOVE BR-Batch-Number TO Next-Batch-Number
                   END-IF
                   READ BatchRegister
                       AT END SET End-Of-Batch-Register TO TRUE
                   END-READ
               END-PERFORM
               CLOSE BatchRegister
           END-IF.
           MOVE "N" TO Bare-Changes-Pending-Sw.
           OPEN INPUT CustChanges.
           IF CustChgFile-Present
               READ CustChanges
                   AT END SET End-Of-Cust-Changes TO TRUE
               END-READ
               IF NOT End-Of-Cust-Changes
                  AND NOT Change-Batch-Header
                   SET Bare-Changes-Pending TO TRUE
               END-IF
               PERFORM UNTIL End-Of-Cust-Changes
                   IF Change-Batch-Header
                      AND CCBH-Batch-Number IS NUMERIC
                      AND CCBH-Batch-Number > Next-Batch-Number
                       MOVE CCBH-Batch-Number TO Next-Batch-Number
                   END-IF
                   READ CustChanges
                       AT END SET End-Of-Cust-Changes TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustChanges
           END-IF.
           ADD 1 TO Next-Batch-Number.

       Write-Change-Batch.
           OPEN EXTEND CustChanges.
           IF WS-CustChg-Status NOT = "00"
               OPEN OUTPUT CustChanges
           END-IF.
           MOVE SPACES TO Batched-Change-Rec.
           MOVE "H" TO CCB-Rec-Type.
           MOVE Next-Batch-Number TO CCBH-Batch-Number.
           MOVE "CRV" TO CCBH-Prepared-By.
           MOVE Run-Date TO CCBH-Date.
           WRITE Batched-Change-Rec.
           PERFORM VARYING PRT-Scan-Idx FROM 1 BY 1
                   UNTIL PRT-Scan-Idx > PRT-Count
               MOVE PRT-Rec(PRT-Scan-Idx) TO Credit-Proposal-Rec
               IF CP-Accepted
                   PERFORM Write-One-Change
               END-IF
           END-PERFORM.
           MOVE SPACES TO Batched-Change-Rec.
           MOVE "T" TO CCB-Rec-Type.
           MOVE Accepted-Count TO CCBT-Count.
           WRITE Batched-Change-Rec.
           CLOSE CustChanges.

      * A limit change leaves the status blank and a hold or release
      * leaves the limit blank - CUSTMNT1 leaves blank fields alone.
       Write-One-Change.
           MOVE SPACES TO Change-Stage.
           MOVE "C" TO CS-Action.
           MOVE CP-Cust-Id TO CS-Cust-Id.
           EVALUATE TRUE
               WHEN CP-Raise-Limit OR CP-Lower-Limit
                   MOVE CP-New-Limit TO CS-Credit-Limit
               WHEN CP-Hold-Account
                   MOVE "H" TO CS-Acct-Status
               WHEN CP-Release-Hold
                   MOVE "O" TO CS-Acct-Status
           END-EVALUATE.
           MOVE SPACES TO Batched-Change-Rec.
           MOVE "D" TO CCB-Rec-Type.
           MOVE Change-Stage TO CCB-Body.
           WRITE Batched-Change-Rec.

       Rewrite-Proposals.
           OPEN OUTPUT CreditProposals.
           PERFORM VARYING PRT-Scan-Idx FROM 1 BY 1
                   UNTIL PRT-Scan-Idx > PRT-Count
               MOVE PRT-Rec(PRT-Scan-Idx) TO Credit-Proposal-Rec
               IF CP-Accepted
                   MOVE "B" TO CP-Accept
               END-IF
               WRITE Credit-Proposal-Rec
           END-PERFORM.
           CLOSE CreditProposals.

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
           MOVE "CREDREV1" TO RLK-Job-Name.
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

       END PROGRAM CREDREV1.
