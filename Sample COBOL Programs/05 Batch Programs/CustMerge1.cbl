      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer merge - folds a duplicate customer id into
      *          the account that survives. The operator signs on
      *          against OPERATOR.DAT (function letter M) and keys
      *          the id being merged away and the surviving id; the
      *          two must both be on CUSTMAST.DAT, the one merged
      *          away not already closed and the survivor not closed,
      *          and they must bill in the same currency and carry
      *          the same VAT country - anything else is refused
      *          before a record moves. Under the common run lock the
      *          merged id's CUSTBAL.DAT buckets are added into the
      *          survivor's, and its OPENITEM.DAT and PAIDITEM.DAT
      *          invoices, CONTRACT.DAT prices, STANDORD.DAT orders,
      *          open SALESORD.DAT order lines, RMAFILE.DAT
      *          authorizations and DUNLEVEL.DAT level are carried
      *          across to the survivor's id. A contract
      *          row the survivor already holds terms for is dropped
      *          - the survivor's own price stands - and the dunning
      *          level kept is the higher of the two. The merged
      *          id's master record is then closed, and CUSTMERGE.DAT
      *          records which account it now points to (the master
      *          record keeps its length, so the pointer lives
      *          beside it). Every record touched is printed before
      *          and after on CUSTMERGE-AUDIT.RPT, and the merge
      *          itself is logged on OPSEC.LOG under the operator.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMRG1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustMaster ASSIGN TO "CUSTMAST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CMF-Cust-Id
                     FILE STATUS IS WS-CustMaster-Status.

           SELECT CustBalances ASSIGN TO "CUSTBAL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS RANDOM
                     RECORD KEY IS CB-Cust-Id
                     FILE STATUS IS WS-CustBal-Status.

           SELECT OpenItems ASSIGN TO "OPENITEM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpenItems-Status.

           SELECT PaidItems ASSIGN TO "PAIDITEM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PaidItems-Status.

           SELECT ContractPrices ASSIGN TO "CONTRACT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Contract-Status.

           SELECT StandingOrders ASSIGN TO "STANDORD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-StandOrd-Status.

      * The open order book SORDMNT1 keeps - an open line left on
      * the merged id would ship to a closed account.
           SELECT SalesOrders ASSIGN TO "SALESORD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesOrd-Status.

           SELECT DunLevels ASSIGN TO "DUNLEVEL.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DunLevel-Status.

           SELECT RmaFile ASSIGN TO "RMAFILE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Rma-Status.

      * Which closed id was merged into which surviving id.
           SELECT MergeXref ASSIGN TO "CUSTMERGE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MergeXref-Status.

           SELECT MergeAudit ASSIGN TO "CUSTMERGE-AUDIT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * Operator sign-on: who may run which maintenance function.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Operator-Status.

      * Every sign-on decision, allowed or refused, lands here.
           SELECT OpSecLog ASSIGN TO "OPSEC.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpSec-Status.

      * The common run lock - held by another job means the carried
      * files are someone else's right now, and this run refuses.
           SELECT RunLock ASSIGN TO "RUNLOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RunLock-Status.

       DATA DIVISION.
       FILE SECTION.
       FD CustMaster.
       01 Cust-Master-Rec.
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
        02 CB-Cust-Id                  PIC X(5).
        02 CB-Period                   PIC X(20).
        02 CB-Bal-Current              PIC S9(7)V99.
        02 CB-Bal-30                   PIC S9(7)V99.
        02 CB-Bal-60                   PIC S9(7)V99.
        02 CB-Bal-90                   PIC S9(7)V99.

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

       FD ContractPrices.
       01 Contract-Price-Rec.
           88 End-Of-Contract-Prices   VALUE HIGH-VALUES.
        02 CPF-Cust-Id                 PIC X(5).
        02 CPF-Oil-Num                 PIC 99.
        02 CPF-Unit-Size               PIC 99.
        02 CPF-Price-Type              PIC X.
        02 CPF-Value                   PIC 9(4)V99.

       FD StandingOrders.
       01 Standing-Order-Rec.
           88 End-Of-Standing-Orders   VALUE HIGH-VALUES.
        02 SO-Cust-Id                  PIC X(5).
        02 SO-Oil-Num                  PIC 99.
        02 SO-Unit-Size                PIC 99.
        02 SO-Units                    PIC 999.
        02 SO-Frequency                PIC X.
        02 SO-Start-Date               PIC 9(8).
        02 SO-End-Date                 PIC 9(8).
        02 SO-Rep-Id                   PIC X(5).
        02 SO-Branch-Id                PIC X(3).
        02 SO-Oil-Category             PIC X.

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

       FD DunLevels.
       01 Dun-Level-Rec.
           88 End-Of-Dun-Levels        VALUE HIGH-VALUES.
        02 DL-Cust-Id                  PIC X(5).
        02 DL-Level                    PIC 9.

       FD RmaFile.
       01 Rma-Rec.
           88 End-Of-Rma-File          VALUE HIGH-VALUES.
        02 RMA-Number                  PIC X(6).
        02 RMA-Cust-Id                 PIC X(5).
        02 RMA-Oil-Num                 PIC 99.
        02 RMA-Qty                     PIC 9(5).
        02 RMA-Expiry                  PIC 9(8).

       FD MergeXref.
       01 Merge-Xref-Rec.
        02 CMG-Closed-Id               PIC X(5).
        02 CMG-Surviving-Id            PIC X(5).
        02 CMG-Merge-Date              PIC 9(8).
        02 CMG-Operator                PIC X(5).

       FD MergeAudit.
       01 Merge-Audit-Line             PIC X(120).

       FD OperatorFile.
       01 Operator-Rec.
           88 End-Of-Operator-File    VALUE HIGH-VALUES.
        02 OPF-Operator-Id            PIC X(5).
        02 OPF-Functions              PIC X(10).

       FD OpSecLog.
       01 Op-Sec-Rec.
        02 OSL-Date                   PIC 9(8).
        02 OSL-Time                   PIC 9(6).
        02 OSL-Operator-Id            PIC X(5).
        02 OSL-Program                PIC X(8).
        02 OSL-Decision               PIC X(8).

       FD RunLock.
       01 Run-Lock-Rec.
           88 End-Of-Run-Lock          VALUE HIGH-VALUES.
        02 RLK-Job-Name                PIC X(8).
        02 RLK-Operator                PIC X(5).
        02 RLK-Date                    PIC 9(8).
        02 RLK-Time                    PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-CustMaster-Status        PIC XX.
           88 Master-Io-Ok             VALUE "00".
       01  WS-CustBal-Status           PIC XX.
           88 Balance-Io-Ok            VALUE "00".
           88 Balance-No-File          VALUE "35".
       01  WS-OpenItems-Status         PIC XX.
           88 OpenItemsFile-Present    VALUE "00".
       01  WS-PaidItems-Status         PIC XX.
           88 PaidItemsFile-Present    VALUE "00".
       01  WS-Contract-Status          PIC XX.
           88 ContractFile-Present     VALUE "00".
       01  WS-StandOrd-Status          PIC XX.
           88 StandOrdFile-Present     VALUE "00".
       01  WS-SalesOrd-Status          PIC XX.
           88 SalesOrdFile-Present     VALUE "00".
       01  WS-DunLevel-Status          PIC XX.
           88 DunLevelFile-Present     VALUE "00".
       01  WS-Rma-Status               PIC XX.
           88 RmaFile-Present          VALUE "00".
       01  WS-MergeXref-Status         PIC XX.

       01  WS-RunLock-Status           PIC XX.
           88 RunLockFile-Present      VALUE "00".
       01  Lock-Held-Sw                PIC X VALUE "N".
           88 Lock-Held                VALUE "Y".
       01  Lock-Owned-Sw               PIC X VALUE "N".
           88 Lock-Owned               VALUE "Y".
       01  Lock-Holder                 PIC X(8) VALUE SPACES.
       01  Lock-Time-Work              PIC 9(8) VALUE ZERO.
       01  WS-Operator-Status          PIC XX.
           88 OperatorFile-Present     VALUE "00".
       01  WS-OpSec-Status             PIC XX.
       01  Signon-Operator-Id          PIC X(5).
       01  Operator-Functions          PIC X(10).
       01  Operator-Found-Sw           PIC X VALUE "N".
           88 Operator-Found           VALUE "Y".
       01  Function-Allowed-Sw         PIC X VALUE "N".
           88 Function-Allowed         VALUE "Y".
       01  Function-Scan-Idx           PIC 99 VALUE ZERO.
       01  Required-Function           PIC X VALUE "M".
       01  Signon-Date                 PIC 9(8) VALUE ZERO.
       01  Signon-Time                 PIC 9(8) VALUE ZERO.

       01  Merge-From-Id               PIC X(5) VALUE SPACES.
       01  Merge-To-Id                 PIC X(5) VALUE SPACES.
       01  Refusal-Reason              PIC X(50) VALUE SPACES.
       01  To-Bill-Currency            PIC X(4).
       01  To-Country                  PIC X(2).
       01  To-Cust-Name                PIC X(20).

      * One file's records at a time, changed in place and written
      * back whole; a dropped row is left out of the rewrite.
       01  Image-Table.
        02  IMG-Entry OCCURS 20000 TIMES.
         03 IMG-Rec                    PIC X(90).
         03 IMG-Drop-Sw                PIC X.
       01  IMG-Count                   PIC 9(5) VALUE ZERO.
       01  IMG-Scan-Idx                PIC 9(5) VALUE ZERO.
       01  IMG-Match-Idx               PIC 9(5) VALUE ZERO.
       01  IMG-Find-Idx                PIC 9(5) VALUE ZERO.
       01  Table-Overflow-Sw           PIC X VALUE "N".
           88 Table-Overflow           VALUE "Y".
       01  Overflow-File               PIC X(13) VALUE SPACES.
       01  Loaded-File-Sw              PIC X VALUE "N".
           88 Loaded-File-Present      VALUE "Y".
       01  Records-Moved-Count         PIC 9(5) VALUE ZERO.
       01  Records-Dropped-Count       PIC 9(5) VALUE ZERO.

       01  Survivor-Contract.
        02 SC-Cust-Id                  PIC X(5).
        02 SC-Oil-Num                  PIC 99.
        02 SC-Unit-Size                PIC 99.
        02 FILLER                      PIC X(81).
       01  Survivor-Dun-Level.
        02 SD-Cust-Id                  PIC X(5).
        02 SD-Level                    PIC 9.
        02 FILLER                      PIC X(84).
       01  Merged-Dun-Level            PIC 9 VALUE ZERO.

      * The merged account's balance row as it stood before delete.
       01  Merged-Balance.
        02 MB-Cust-Id                  PIC X(5).
        02 MB-Period                   PIC X(20).
        02 MB-Bal-Current              PIC S9(7)V99.
        02 MB-Bal-30                   PIC S9(7)V99.
        02 MB-Bal-60                   PIC S9(7)V99.
        02 MB-Bal-90                   PIC S9(7)V99.

       01  Audit-Heading-Line.
        02  FILLER                    PIC X(22)
             VALUE "CUSTOMER MERGE - FROM ".
        02  AH-From-Id                PIC X(5).
        02  FILLER                    PIC X(4)  VALUE " TO ".
        02  AH-To-Id                  PIC X(5).
        02  FILLER                    PIC X(11) VALUE "  OPERATOR ".
        02  AH-Operator               PIC X(5).
        02  FILLER                    PIC X(7)  VALUE "  DATE ".
        02  AH-Date                   PIC 9(8).

       01  Merge-Audit-Detail.
        02  MA-File                   PIC X(14).
        02  MA-Side                   PIC X(7).
        02  MA-Image                  PIC X(99).

       01  Audit-Total-Line.
        02  AT-File                   PIC X(14).
        02  FILLER                    PIC X(14) VALUE "RECORDS MOVED ".
        02  AT-Moved                  PIC ZZZZ9.
        02  FILLER                    PIC X(11) VALUE "   DROPPED ".
        02  AT-Dropped                PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Operator-Sign-On.
           IF NOT Function-Allowed
               DISPLAY "CUSTMRG1: OPERATOR " Signon-Operator-Id
                   " NOT AUTHORIZED FOR CUSTOMER MERGE - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "CUSTMRG1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           DISPLAY "CUSTOMER ID TO MERGE AWAY ?".
           ACCEPT Merge-From-Id.
           DISPLAY "SURVIVING CUSTOMER ID ?".
           ACCEPT Merge-To-Id.
           PERFORM Merge-Customers THRU Merge-Customers-Exit.
           PERFORM Release-Run-Lock.
           GOBACK.

      * Nothing is touched until both masters have checked out and
      * every carried file has been proved to fit the image table -
      * a merge either runs through or does not start.
       Merge-Customers.
           OPEN I-O CustMaster.
           IF NOT Master-Io-Ok
               DISPLAY "CUSTMRG1: CANNOT OPEN CUSTMAST.DAT - "
                   "STATUS " WS-CustMaster-Status
               MOVE 1 TO RETURN-CODE
               GO TO Merge-Customers-Exit
           END-IF.
           PERFORM Check-Merge-Pair THRU Check-Merge-Pair-Exit.
           IF Refusal-Reason NOT = SPACES
               DISPLAY "CUSTMRG1: MERGE " Merge-From-Id " INTO "
                   Merge-To-Id " REFUSED - " Refusal-Reason
               MOVE 8 TO RETURN-CODE
               CLOSE CustMaster
               GO TO Merge-Customers-Exit
           END-IF.
           PERFORM Prove-Carried-Files.
           IF Table-Overflow
               DISPLAY "CUSTMRG1: " Overflow-File " TOO LARGE TO "
                   "CARRY - NOTHING MERGED"
               MOVE 1 TO RETURN-CODE
               CLOSE CustMaster
               GO TO Merge-Customers-Exit
           END-IF.

           OPEN OUTPUT MergeAudit.
           MOVE Merge-From-Id TO AH-From-Id.
           MOVE Merge-To-Id TO AH-To-Id.
           MOVE Signon-Operator-Id TO AH-Operator.
           MOVE Signon-Date TO AH-Date.
           WRITE Merge-Audit-Line FROM Audit-Heading-Line.
           MOVE SPACES TO Merge-Audit-Line.
           WRITE Merge-Audit-Line.
           PERFORM Merge-Balances THRU Merge-Balances-Exit.
           PERFORM Merge-Open-Items.
           PERFORM Merge-Paid-Items.
           PERFORM Merge-Contract-Prices.
           PERFORM Merge-Standing-Orders.
           PERFORM Merge-Sales-Orders.
           PERFORM Merge-Dun-Levels.
           PERFORM Merge-Rma-File.
           PERFORM Close-Merged-Master.
           CLOSE MergeAudit.
           CLOSE CustMaster.
           PERFORM Record-Merge-Xref.
           PERFORM Log-Merge-Action.
           DISPLAY "CUSTMRG1: " Merge-From-Id " MERGED INTO "
               Merge-To-Id " - SEE CUSTMERGE-AUDIT.RPT".

       Merge-Customers-Exit.
           EXIT.

       Check-Merge-Pair.
           MOVE SPACES TO Refusal-Reason.
           IF Merge-From-Id = SPACES OR Merge-To-Id = SPACES
               MOVE "BOTH CUSTOMER IDS MUST BE KEYED" TO Refusal-Reason
               GO TO Check-Merge-Pair-Exit
           END-IF.
           IF Merge-From-Id = Merge-To-Id
               MOVE "AN ACCOUNT CANNOT MERGE INTO ITSELF"
                 TO Refusal-Reason
               GO TO Check-Merge-Pair-Exit
           END-IF.
           MOVE Merge-To-Id TO CMF-Cust-Id.
           READ CustMaster
               INVALID KEY CONTINUE
           END-READ.
           IF NOT Master-Io-Ok
               MOVE "SURVIVING ID NOT ON CUSTMAST.DAT" TO Refusal-Reason
               GO TO Check-Merge-Pair-Exit
           END-IF.
           IF CMF-Account-Closed
               MOVE "SURVIVING ACCOUNT IS CLOSED" TO Refusal-Reason
               GO TO Check-Merge-Pair-Exit
           END-IF.
           MOVE CMF-Bill-Currency TO To-Bill-Currency.
           MOVE CMF-Country TO To-Country.
           MOVE CMF-Cust-Name TO To-Cust-Name.
           MOVE Merge-From-Id TO CMF-Cust-Id.
           READ CustMaster
               INVALID KEY CONTINUE
           END-READ.
           IF NOT Master-Io-Ok
               MOVE "MERGED ID NOT ON CUSTMAST.DAT" TO Refusal-Reason
               GO TO Check-Merge-Pair-Exit
           END-IF.
           IF CMF-Account-Closed
               MOVE "MERGED ACCOUNT ALREADY CLOSED" TO Refusal-Reason
               GO TO Check-Merge-Pair-Exit
           END-IF.
           IF CMF-Bill-Currency NOT = To-Bill-Currency
               MOVE "BILLING CURRENCIES DIFFER" TO Refusal-Reason
               GO TO Check-Merge-Pair-Exit
           END-IF.
           IF CMF-Country NOT = To-Country
               MOVE "VAT COUNTRIES DIFFER" TO Refusal-Reason
           END-IF.

       Check-Merge-Pair-Exit.
           EXIT.

       Prove-Carried-Files.
           MOVE "N" TO Table-Overflow-Sw.
           PERFORM Load-Open-Items.
           IF NOT Table-Overflow
               PERFORM Load-Paid-Items
           END-IF.
           IF NOT Table-Overflow
               PERFORM Load-Contract-Prices
           END-IF.
           IF NOT Table-Overflow
               PERFORM Load-Standing-Orders
           END-IF.
           IF NOT Table-Overflow
               PERFORM Load-Sales-Orders
           END-IF.
           IF NOT Table-Overflow
               PERFORM Load-Dun-Levels
           END-IF.
           IF NOT Table-Overflow
               PERFORM Load-Rma-File
           END-IF.

       Start-Image-Load.
           MOVE ZERO TO IMG-Count.
           MOVE "N" TO Loaded-File-Sw.
           MOVE ZERO TO Records-Moved-Count.
           MOVE ZERO TO Records-Dropped-Count.

       Add-Image-Entry.
           IF IMG-Count < 20000
               ADD 1 TO IMG-Count
               MOVE SPACE TO IMG-Drop-Sw(IMG-Count)
           ELSE
               SET Table-Overflow TO TRUE
           END-IF.

       Write-Audit-Before.
           MOVE "BEFORE" TO MA-Side.
           WRITE Merge-Audit-Line FROM Merge-Audit-Detail.

       Write-Audit-After.
           MOVE SPACES TO MA-File.
           MOVE "AFTER" TO MA-Side.
           WRITE Merge-Audit-Line FROM Merge-Audit-Detail.

       Write-Audit-Total.
           MOVE Records-Moved-Count TO AT-Moved.
           MOVE Records-Dropped-Count TO AT-Dropped.
           WRITE Merge-Audit-Line FROM Audit-Total-Line.
           MOVE SPACES TO Merge-Audit-Line.
           WRITE Merge-Audit-Line.

      * The merged account's buckets are added into the survivor's
      * bucket for bucket - both rows are aged by the same period-
      * end run - and the merged row is deleted. A survivor with no
      * balance row takes the merged row over under its own id.
       Merge-Balances.
           MOVE ZERO TO Records-Moved-Count.
           MOVE ZERO TO Records-Dropped-Count.
           MOVE "CUSTBAL.DAT" TO AT-File.
           OPEN I-O CustBalances.
           IF NOT Balance-Io-Ok
               PERFORM Write-Audit-Total
               GO TO Merge-Balances-Exit
           END-IF.
           MOVE Merge-From-Id TO CB-Cust-Id.
           READ CustBalances
               INVALID KEY CONTINUE
           END-READ.
           IF NOT Balance-Io-Ok
               CLOSE CustBalances
               PERFORM Write-Audit-Total
               GO TO Merge-Balances-Exit
           END-IF.
           MOVE Cust-Balance-Rec TO Merged-Balance.
           MOVE "CUSTBAL.DAT" TO MA-File.
           MOVE Cust-Balance-Rec TO MA-Image.
           PERFORM Write-Audit-Before.
           DELETE CustBalances
               INVALID KEY CONTINUE
           END-DELETE.
           MOVE "*** DELETED ***" TO MA-Image.
           PERFORM Write-Audit-After.
           MOVE Merge-To-Id TO CB-Cust-Id.
           READ CustBalances
               INVALID KEY CONTINUE
           END-READ.
           MOVE "CUSTBAL.DAT" TO MA-File.
           IF Balance-Io-Ok
               MOVE Cust-Balance-Rec TO MA-Image
               PERFORM Write-Audit-Before
               ADD MB-Bal-Current TO CB-Bal-Current
               ADD MB-Bal-30 TO CB-Bal-30
               ADD MB-Bal-60 TO CB-Bal-60
               ADD MB-Bal-90 TO CB-Bal-90
               REWRITE Cust-Balance-Rec
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               MOVE "*** NO BALANCE ROW ***" TO MA-Image
               PERFORM Write-Audit-Before
               MOVE Merged-Balance TO Cust-Balance-Rec
               MOVE Merge-To-Id TO CB-Cust-Id
               WRITE Cust-Balance-Rec
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
           MOVE Cust-Balance-Rec TO MA-Image.
           PERFORM Write-Audit-After.
           ADD 1 TO Records-Moved-Count.
           CLOSE CustBalances.
           PERFORM Write-Audit-Total.

       Merge-Balances-Exit.
           EXIT.

       Load-Open-Items.
           PERFORM Start-Image-Load.
           OPEN INPUT OpenItems.
           IF OpenItemsFile-Present
               SET Loaded-File-Present TO TRUE
               READ OpenItems
                   AT END SET End-Of-Open-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Items OR Table-Overflow
                   PERFORM Add-Image-Entry
                   IF NOT Table-Overflow
                       MOVE Open-Item-Rec TO IMG-Rec(IMG-Count)
                   END-IF
                   READ OpenItems
                       AT END SET End-Of-Open-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenItems
           END-IF.
           IF Table-Overflow
               MOVE "OPENITEM.DAT" TO Overflow-File
           END-IF.

       Merge-Open-Items.
           PERFORM Load-Open-Items.
           MOVE "OPENITEM.DAT" TO AT-File.
           PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                   UNTIL IMG-Scan-Idx > IMG-Count
               MOVE IMG-Rec(IMG-Scan-Idx) TO Open-Item-Rec
               IF OI-Cust-Id = Merge-From-Id
                   MOVE "OPENITEM.DAT" TO MA-File
                   MOVE Open-Item-Rec TO MA-Image
                   PERFORM Write-Audit-Before
                   MOVE Merge-To-Id TO OI-Cust-Id
                   MOVE Open-Item-Rec TO IMG-Rec(IMG-Scan-Idx)
                   MOVE Open-Item-Rec TO MA-Image
                   PERFORM Write-Audit-After
                   ADD 1 TO Records-Moved-Count
               END-IF
           END-PERFORM.
           IF Records-Moved-Count > ZERO
               OPEN OUTPUT OpenItems
               PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                       UNTIL IMG-Scan-Idx > IMG-Count
                   MOVE IMG-Rec(IMG-Scan-Idx) TO Open-Item-Rec
                   WRITE Open-Item-Rec
               END-PERFORM
               CLOSE OpenItems
           END-IF.
           PERFORM Write-Audit-Total.

       Load-Paid-Items.
           PERFORM Start-Image-Load.
           OPEN INPUT PaidItems.
           IF PaidItemsFile-Present
               SET Loaded-File-Present TO TRUE
               READ PaidItems
                   AT END SET End-Of-Paid-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Paid-Items OR Table-Overflow
                   PERFORM Add-Image-Entry
                   IF NOT Table-Overflow
                       MOVE Paid-Item-Rec TO IMG-Rec(IMG-Count)
                   END-IF
                   READ PaidItems
                       AT END SET End-Of-Paid-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaidItems
           END-IF.
           IF Table-Overflow
               MOVE "PAIDITEM.DAT" TO Overflow-File
           END-IF.

       Merge-Paid-Items.
           PERFORM Load-Paid-Items.
           MOVE "PAIDITEM.DAT" TO AT-File.
           PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                   UNTIL IMG-Scan-Idx > IMG-Count
               MOVE IMG-Rec(IMG-Scan-Idx) TO Paid-Item-Rec
               IF PI-Cust-Id = Merge-From-Id
                   MOVE "PAIDITEM.DAT" TO MA-File
                   MOVE Paid-Item-Rec TO MA-Image
                   PERFORM Write-Audit-Before
                   MOVE Merge-To-Id TO PI-Cust-Id
                   MOVE Paid-Item-Rec TO IMG-Rec(IMG-Scan-Idx)
                   MOVE Paid-Item-Rec TO MA-Image
                   PERFORM Write-Audit-After
                   ADD 1 TO Records-Moved-Count
               END-IF
           END-PERFORM.
           IF Records-Moved-Count > ZERO
               OPEN OUTPUT PaidItems
               PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                       UNTIL IMG-Scan-Idx > IMG-Count
                   MOVE IMG-Rec(IMG-Scan-Idx) TO Paid-Item-Rec
                   WRITE Paid-Item-Rec
               END-PERFORM
               CLOSE PaidItems
           END-IF.
           PERFORM Write-Audit-Total.

       Load-Contract-Prices.
           PERFORM Start-Image-Load.
           OPEN INPUT ContractPrices.
           IF ContractFile-Present
               SET Loaded-File-Present TO TRUE
               READ ContractPrices
                   AT END SET End-Of-Contract-Prices TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Contract-Prices OR Table-Overflow
                   PERFORM Add-Image-Entry
                   IF NOT Table-Overflow
                       MOVE Contract-Price-Rec TO IMG-Rec(IMG-Count)
                   END-IF
                   READ ContractPrices
                       AT END SET End-Of-Contract-Prices TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ContractPrices
           END-IF.
           IF Table-Overflow
               MOVE "CONTRACT.DAT" TO Overflow-File
           END-IF.

      * Where the survivor already holds terms for the same oil and
      * size its own price stands and the merged row is dropped.
       Merge-Contract-Prices.
           PERFORM Load-Contract-Prices.
           MOVE "CONTRACT.DAT" TO AT-File.
           PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                   UNTIL IMG-Scan-Idx > IMG-Count
               MOVE IMG-Rec(IMG-Scan-Idx) TO Contract-Price-Rec
               IF CPF-Cust-Id = Merge-From-Id
                   PERFORM Move-One-Contract-Price
               END-IF
           END-PERFORM.
           IF Records-Moved-Count > ZERO
              OR Records-Dropped-Count > ZERO
               OPEN OUTPUT ContractPrices
               PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                       UNTIL IMG-Scan-Idx > IMG-Count
                   IF IMG-Drop-Sw(IMG-Scan-Idx) NOT = "Y"
                       MOVE IMG-Rec(IMG-Scan-Idx)
                         TO Contract-Price-Rec
                       WRITE Contract-Price-Rec
                   END-IF
               END-PERFORM
               CLOSE ContractPrices
           END-IF.
           PERFORM Write-Audit-Total.

       Move-One-Contract-Price.
           MOVE ZERO TO IMG-Match-Idx.
           PERFORM VARYING IMG-Match-Idx FROM 1 BY 1
                   UNTIL IMG-Match-Idx > IMG-Count
               MOVE IMG-Rec(IMG-Match-Idx) TO Survivor-Contract
               IF SC-Cust-Id = Merge-To-Id
                  AND SC-Oil-Num = CPF-Oil-Num
                  AND SC-Unit-Size = CPF-Unit-Size
                  AND IMG-Drop-Sw(IMG-Match-Idx) NOT = "Y"
                   MOVE "Y" TO IMG-Drop-Sw(IMG-Scan-Idx)
               END-IF
           END-PERFORM.
           MOVE "CONTRACT.DAT" TO MA-File.
           MOVE Contract-Price-Rec TO MA-Image.
           PERFORM Write-Audit-Before.
           IF IMG-Drop-Sw(IMG-Scan-Idx) = "Y"
               MOVE "*** DROPPED - SURVIVOR'S OWN TERMS STAND ***"
                 TO MA-Image
               ADD 1 TO Records-Dropped-Count
           ELSE
               MOVE Merge-To-Id TO CPF-Cust-Id
               MOVE Contract-Price-Rec TO IMG-Rec(IMG-Scan-Idx)
               MOVE Contract-Price-Rec TO MA-Image
               ADD 1 TO Records-Moved-Count
           END-IF.
           PERFORM Write-Audit-After.

       Load-Standing-Orders.
           PERFORM Start-Image-Load.
           OPEN INPUT StandingOrders.
           IF StandOrdFile-Present
               SET Loaded-File-Present TO TRUE
               READ StandingOrders
                   AT END SET End-Of-Standing-Orders TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Standing-Orders OR Table-Overflow
                   PERFORM Add-Image-Entry
                   IF NOT Table-Overflow
                       MOVE Standing-Order-Rec TO IMG-Rec(IMG-Count)
                   END-IF
                   READ StandingOrders
                       AT END SET End-Of-Standing-Orders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StandingOrders
           END-IF.
           IF Table-Overflow
               MOVE "STANDORD.DAT" TO Overflow-File
           END-IF.

       Merge-Standing-Orders.
           PERFORM Load-Standing-Orders.
           MOVE "STANDORD.DAT" TO AT-File.
           PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                   UNTIL IMG-Scan-Idx > IMG-Count
               MOVE IMG-Rec(IMG-Scan-Idx) TO Standing-Order-Rec
               IF SO-Cust-Id = Merge-From-Id
                   MOVE "STANDORD.DAT" TO MA-File
                   MOVE Standing-Order-Rec TO MA-Image
                   PERFORM Write-Audit-Before
                   MOVE Merge-To-Id TO SO-Cust-Id
                   MOVE Standing-Order-Rec TO IMG-Rec(IMG-Scan-Idx)
                   MOVE Standing-Order-Rec TO MA-Image
                   PERFORM Write-Audit-After
                   ADD 1 TO Records-Moved-Count
               END-IF
           END-PERFORM.
           IF Records-Moved-Count > ZERO
               OPEN OUTPUT StandingOrders
               PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                       UNTIL IMG-Scan-Idx > IMG-Count
                   MOVE IMG-Rec(IMG-Scan-Idx) TO Standing-Order-Rec
                   WRITE Standing-Order-Rec
               END-PERFORM
               CLOSE StandingOrders
           END-IF.
           PERFORM Write-Audit-Total.

       Load-Sales-Orders.
           PERFORM Start-Image-Load.
           OPEN INPUT SalesOrders.
           IF SalesOrdFile-Present
               SET Loaded-File-Present TO TRUE
               READ SalesOrders
                   AT END SET End-Of-Sales-Orders TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Sales-Orders OR Table-Overflow
                   PERFORM Add-Image-Entry
                   IF NOT Table-Overflow
                       MOVE Sales-Order-Rec TO IMG-Rec(IMG-Count)
                   END-IF
                   READ SalesOrders
                       AT END SET End-Of-Sales-Orders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SalesOrders
           END-IF.
           IF Table-Overflow
               MOVE "SALESORD.DAT" TO Overflow-File
           END-IF.

      * Only a line still to ship moves, and it takes the survivor's
      * name as well as its id so the dispatch bills it there. A
      * complete or cancelled line is history and stays as it was.
       Merge-Sales-Orders.
           PERFORM Load-Sales-Orders.
           MOVE "SALESORD.DAT" TO AT-File.
           PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                   UNTIL IMG-Scan-Idx > IMG-Count
               MOVE IMG-Rec(IMG-Scan-Idx) TO Sales-Order-Rec
               IF SOR-Cust-Id = Merge-From-Id AND SOR-Line-Open
                   MOVE "SALESORD.DAT" TO MA-File
                   MOVE Sales-Order-Rec TO MA-Image
                   PERFORM Write-Audit-Before
                   MOVE Merge-To-Id TO SOR-Cust-Id
                   MOVE To-Cust-Name TO SOR-Cust-Name
                   MOVE Sales-Order-Rec TO IMG-Rec(IMG-Scan-Idx)
                   MOVE Sales-Order-Rec TO MA-Image
                   PERFORM Write-Audit-After
                   ADD 1 TO Records-Moved-Count
               END-IF
           END-PERFORM.
           IF Records-Moved-Count > ZERO
               OPEN OUTPUT SalesOrders
               PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                       UNTIL IMG-Scan-Idx > IMG-Count
                   MOVE IMG-Rec(IMG-Scan-Idx) TO Sales-Order-Rec
                   WRITE Sales-Order-Rec
               END-PERFORM
               CLOSE SalesOrders
           END-IF.
           PERFORM Write-Audit-Total.

       Load-Dun-Levels.
           PERFORM Start-Image-Load.
           OPEN INPUT DunLevels.
           IF DunLevelFile-Present
               SET Loaded-File-Present TO TRUE
               READ DunLevels
                   AT END SET End-Of-Dun-Levels TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Dun-Levels OR Table-Overflow
                   PERFORM Add-Image-Entry
                   IF NOT Table-Overflow
                       MOVE Dun-Level-Rec TO IMG-Rec(IMG-Count)
                   END-IF
                   READ DunLevels
                       AT END SET End-Of-Dun-Levels TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DunLevels
           END-IF.
           IF Table-Overflow
               MOVE "DUNLEVEL.DAT" TO Overflow-File
           END-IF.

      * One level per customer: a survivor already dunned keeps the
      * higher of the two levels and the merged row is dropped.
       Merge-Dun-Levels.
           PERFORM Load-Dun-Levels.
           MOVE "DUNLEVEL.DAT" TO AT-File.
           PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                   UNTIL IMG-Scan-Idx > IMG-Count
               MOVE IMG-Rec(IMG-Scan-Idx) TO Dun-Level-Rec
               IF DL-Cust-Id = Merge-From-Id
                   PERFORM Move-One-Dun-Level
               END-IF
           END-PERFORM.
           IF Records-Moved-Count > ZERO
              OR Records-Dropped-Count > ZERO
               OPEN OUTPUT DunLevels
               PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                       UNTIL IMG-Scan-Idx > IMG-Count
                   IF IMG-Drop-Sw(IMG-Scan-Idx) NOT = "Y"
                       MOVE IMG-Rec(IMG-Scan-Idx) TO Dun-Level-Rec
                       WRITE Dun-Level-Rec
                   END-IF
               END-PERFORM
               CLOSE DunLevels
           END-IF.
           PERFORM Write-Audit-Total.

       Move-One-Dun-Level.
           MOVE DL-Level TO Merged-Dun-Level.
           PERFORM Find-Survivor-Dun-Level.
           MOVE "DUNLEVEL.DAT" TO MA-File.
           MOVE Dun-Level-Rec TO MA-Image.
           PERFORM Write-Audit-Before.
           IF IMG-Match-Idx > ZERO
               MOVE "Y" TO IMG-Drop-Sw(IMG-Scan-Idx)
               MOVE "*** DROPPED - LEVEL KEPT ON SURVIVOR ***"
                 TO MA-Image
               PERFORM Write-Audit-After
               ADD 1 TO Records-Dropped-Count
               MOVE IMG-Rec(IMG-Match-Idx) TO Survivor-Dun-Level
               IF SD-Level IS NOT NUMERIC
                   MOVE ZERO TO SD-Level
               END-IF
               IF Merged-Dun-Level > SD-Level
                   MOVE "DUNLEVEL.DAT" TO MA-File
                   MOVE Survivor-Dun-Level TO MA-Image
                   PERFORM Write-Audit-Before
                   MOVE Merged-Dun-Level TO SD-Level
                   MOVE Survivor-Dun-Level TO IMG-Rec(IMG-Match-Idx)
                   MOVE Survivor-Dun-Level TO MA-Image
                   PERFORM Write-Audit-After
               END-IF
           ELSE
               MOVE Merge-To-Id TO DL-Cust-Id
               MOVE Dun-Level-Rec TO IMG-Rec(IMG-Scan-Idx)
               MOVE Dun-Level-Rec TO MA-Image
               PERFORM Write-Audit-After
               ADD 1 TO Records-Moved-Count
           END-IF.

       Find-Survivor-Dun-Level.
           MOVE ZERO TO IMG-Match-Idx.
           PERFORM VARYING IMG-Find-Idx FROM 1 BY 1
                   UNTIL IMG-Find-Idx > IMG-Count
                      OR IMG-Match-Idx > ZERO
               MOVE IMG-Rec(IMG-Find-Idx) TO Survivor-Dun-Level
               IF SD-Cust-Id = Merge-To-Id
                  AND IMG-Drop-Sw(IMG-Find-Idx) NOT = "Y"
                   MOVE IMG-Find-Idx TO IMG-Match-Idx
               END-IF
           END-PERFORM.

       Load-Rma-File.
           PERFORM Start-Image-Load.
           OPEN INPUT RmaFile.
           IF RmaFile-Present
               SET Loaded-File-Present TO TRUE
               READ RmaFile
                   AT END SET End-Of-Rma-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Rma-File OR Table-Overflow
                   PERFORM Add-Image-Entry
                   IF NOT Table-Overflow
                       MOVE Rma-Rec TO IMG-Rec(IMG-Count)
                   END-IF
                   READ RmaFile
                       AT END SET End-Of-Rma-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RmaFile
           END-IF.
           IF Table-Overflow
               MOVE "RMAFILE.DAT" TO Overflow-File
           END-IF.

       Merge-Rma-File.
           PERFORM Load-Rma-File.
           MOVE "RMAFILE.DAT" TO AT-File.
           PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                   UNTIL IMG-Scan-Idx > IMG-Count
               MOVE IMG-Rec(IMG-Scan-Idx) TO Rma-Rec
               IF RMA-Cust-Id = Merge-From-Id
                   MOVE "RMAFILE.DAT" TO MA-File
                   MOVE Rma-Rec TO MA-Image
                   PERFORM Write-Audit-Before
                   MOVE Merge-To-Id TO RMA-Cust-Id
                   MOVE Rma-Rec TO IMG-Rec(IMG-Scan-Idx)
                   MOVE Rma-Rec TO MA-Image
                   PERFORM Write-Audit-After
                   ADD 1 TO Records-Moved-Count
               END-IF
           END-PERFORM.
           IF Records-Moved-Count > ZERO
               OPEN OUTPUT RmaFile
               PERFORM VARYING IMG-Scan-Idx FROM 1 BY 1
                       UNTIL IMG-Scan-Idx > IMG-Count
                   MOVE IMG-Rec(IMG-Scan-Idx) TO Rma-Rec
                   WRITE Rma-Rec
               END-PERFORM
               CLOSE RmaFile
           END-IF.
           PERFORM Write-Audit-Total.

      * Last of all the merged id's master record closes; the
      * survivor it now points to goes on CUSTMERGE.DAT.
       Close-Merged-Master.
           MOVE ZERO TO Records-Moved-Count.
           MOVE ZERO TO Records-Dropped-Count.
           MOVE "CUSTMAST.DAT" TO AT-File.
           MOVE Merge-From-Id TO CMF-Cust-Id.
           READ CustMaster
               INVALID KEY CONTINUE
           END-READ.
           IF Master-Io-Ok
               MOVE "CUSTMAST.DAT" TO MA-File
               MOVE Cust-Master-Rec TO MA-Image
               PERFORM Write-Audit-Before
               MOVE "C" TO CMF-Acct-Status
               REWRITE Cust-Master-Rec
                   INVALID KEY CONTINUE
               END-REWRITE
               IF Master-Io-Ok
                   MOVE Cust-Master-Rec TO MA-Image
                   ADD 1 TO Records-Moved-Count
               ELSE
                   MOVE "*** REWRITE FAILED - STILL OPEN ***"
                     TO MA-Image
                   MOVE 1 TO RETURN-CODE
               END-IF
               PERFORM Write-Audit-After
           END-IF.
           PERFORM Write-Audit-Total.

       Record-Merge-Xref.
           OPEN EXTEND MergeXref.
           IF WS-MergeXref-Status NOT = "00"
               OPEN OUTPUT MergeXref
           END-IF.
           MOVE Merge-From-Id TO CMG-Closed-Id.
           MOVE Merge-To-Id TO CMG-Surviving-Id.
           MOVE Signon-Date TO CMG-Merge-Date.
           MOVE Signon-Operator-Id TO CMG-Operator.
           WRITE Merge-Xref-Rec.
           CLOSE MergeXref.

      * The merge itself is logged the way sign-ons are, so a closed
      * account always traces to a named operator.
       Log-Merge-Action.
           MOVE "MERGED  " TO OSL-Decision.
           PERFORM Write-Signon-Log.

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
           MOVE "CUSTMRG1" TO RLK-Job-Name.
           MOVE Signon-Operator-Id TO RLK-Operator.
           MOVE Signon-Date TO RLK-Date.
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

      * Sign-on against OPERATOR.DAT: the keyed ID must exist and its
      * permitted-function letters must include this program's own.
      * A missing operator file refuses everyone - maintenance with
      * no operator control on disk is the thing being prevented.
       Operator-Sign-On.
           MOVE "N" TO Operator-Found-Sw.
           DISPLAY "OPERATOR ID ?".
           ACCEPT Signon-Operator-Id.
           OPEN INPUT OperatorFile.
           IF OperatorFile-Present
               READ OperatorFile
                   AT END SET End-Of-Operator-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Operator-File OR Operator-Found
                   IF OPF-Operator-Id = Signon-Operator-Id
                       MOVE "Y" TO Operator-Found-Sw
                       MOVE OPF-Functions TO Operator-Functions
                   END-IF
                   READ OperatorFile
                       AT END SET End-Of-Operator-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.
           MOVE "N" TO Function-Allowed-Sw.
           IF Operator-Found
               PERFORM VARYING Function-Scan-Idx FROM 1 BY 1
                       UNTIL Function-Scan-Idx > 10
                          OR Function-Allowed
                   IF Operator-Functions(Function-Scan-Idx:1)
                           = Required-Function
                       MOVE "Y" TO Function-Allowed-Sw
                   END-IF
               END-PERFORM
           END-IF.
           IF Function-Allowed
               PERFORM Log-Signon-Decision-Allowed
           ELSE
               PERFORM Log-Signon-Decision-Refused
           END-IF.

       Log-Signon-Decision-Allowed.
           MOVE "ALLOWED " TO OSL-Decision.
           PERFORM Write-Signon-Log.

       Log-Signon-Decision-Refused.
           MOVE "REFUSED " TO OSL-Decision.
           PERFORM Write-Signon-Log.

       Write-Signon-Log.
           ACCEPT Signon-Date FROM DATE YYYYMMDD.
           ACCEPT Signon-Time FROM TIME.
           OPEN EXTEND OpSecLog.
           IF WS-OpSec-Status NOT = "00"
               OPEN OUTPUT OpSecLog
           END-IF.
           MOVE Signon-Date TO OSL-Date.
           MOVE Signon-Time(1:6) TO OSL-Time.
           MOVE Signon-Operator-Id TO OSL-Operator-Id.
           MOVE "CUSTMRG1" TO OSL-Program.
           WRITE Op-Sec-Rec.
           CLOSE OpSecLog.

       END PROGRAM CUSTMRG1.
