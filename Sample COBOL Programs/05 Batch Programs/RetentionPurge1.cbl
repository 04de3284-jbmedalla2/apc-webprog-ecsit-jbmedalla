      ******************************************************************
      * Author:
      * Date:
      * Purpose: Retention and anonymisation purge. RETPOLICY.DAT
      *          carries one row per data type with the months it is
      *          kept for; a type with no row (or zero months) is
      *          never purged. CUSTOMER anonymises every closed
      *          account closed longer than that - the name becomes
      *          ANONYMISED and the address is cleared on
      *          CUSTMAST.DAT, and the name goes the same way on
      *          SALES-HISTORY.DAT, every SALES-HIST archive still
      *          on ARCHLIST.DAT, the CUSTCHG-HIST.DAT images, the
      *          LOTISSUE.DAT sale rows and SALESORD.DAT order lines.
      *          Ids, quantities, values and dates are never touched,
      *          so YTDRBLD1 and the reprints still balance. The
      *          close date is the latest CUSTCHG-HIST.DAT change to
      *          status C or CUSTMERGE.DAT merge, else the last sale
      *          or invoice; an account still owing (CUSTBAL.DAT or
      *          OPENITEM.DAT) is left alone. SALESARC, PAYARC and
      *          WOARC delete SALES-HIST, PAYMENTS-HIST and
      *          WRITEOFF-HIST archives older than that and take them
      *          off their ARCHLIST/PAYLIST/WOLIST.DAT list - but only
      *          an archive ARCHPER.DAT places in a period PERIODS.DAT
      *          shows closed. Every purge is logged on PURGE.LOG for
      *          the data protection officer. The operator signs on
      *          against OPERATOR.DAT (function letter D) and the run
      *          holds the common run lock.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETPRG1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetentionPolicy ASSIGN TO "RETPOLICY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RetPolicy-Status.

           SELECT PeriodStatus ASSIGN TO "PERIODS.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Periods-Status.

           SELECT ArchPeriods ASSIGN TO "ARCHPER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ArchPer-Status.

      * ARCHLIST.DAT, PAYLIST.DAT or WOLIST.DAT - whichever archive
      * list is being worked.
           SELECT ArchiveList ASSIGN TO Archive-List-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ArchiveList-Status.

           SELECT ArchiveFile ASSIGN TO Archive-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ArchiveFile-Status.

      * Indexed on the customer id - streamed in key order, and
      * rewritten in place on the second pass.
           SELECT CustMaster ASSIGN TO "CUSTMAST.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
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

           SELECT InvoiceRegister ASSIGN TO "INVREG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-InvReg-Status.

           SELECT CustChangeHist ASSIGN TO "CUSTCHG-HIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CustChgHist-Status.

           SELECT MergeXref ASSIGN TO "CUSTMERGE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MergeXref-Status.

           SELECT SalesHist ASSIGN TO Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesHist-Status.

           SELECT SalesHistory ASSIGN TO "SALES-HISTORY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesHistory-Status.

      * Lot traceability rows AROMRPT1 and KITASM1 append.
           SELECT LotIssue ASSIGN TO "LOTISSUE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-LotIssue-Status.

      * The order book SORDMNT1 keeps.
           SELECT SalesOrders ASSIGN TO "SALESORD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesOrd-Status.

      * A file being anonymised is copied here with the names
      * replaced, then copied back over itself.
           SELECT PurgeWork ASSIGN TO "RETPRG-WORK.TMP"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PurgeWork-Status.

      * Every anonymisation and deletion, kept across runs for the
      * data protection officer.
           SELECT PurgeLog ASSIGN TO "PURGE.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PurgeLog-Status.

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
       FD RetentionPolicy.
       01 Retention-Policy-Rec.
           88 End-Of-Retention-Policy  VALUE HIGH-VALUES.
        02 RPL-Data-Type               PIC X(8).
        02 RPL-Months                  PIC X(3).

       FD PeriodStatus.
       01 Period-Status-Rec.
           88 End-Of-Periods           VALUE HIGH-VALUES.
        02 PS-Period                   PIC X(20).
        02 PS-Status                   PIC X.

       FD ArchPeriods.
       01 Arch-Period-Rec.
           88 End-Of-Arch-Periods      VALUE HIGH-VALUES.
        02 AP-File-Name                PIC X(35).
        02 AP-Archive-Date             PIC 9(8).
        02 AP-Period                   PIC X(20).

       FD ArchiveList.
       01 Archive-List-Rec             PIC X(35).

       FD ArchiveFile.
       01 Archive-File-Rec             PIC X(80).

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

       FD InvoiceRegister.
       01 Invoice-Register-Rec.
           88 End-Of-Invoice-Register  VALUE HIGH-VALUES.
        02 IR-Cust-Id                  PIC X(5).
        02 IR-Invoice-Id               PIC X(7).
        02 IR-Invoice-Date             PIC 9(8).
        02 IR-Net                      PIC S9(7)V99.

      * CUSTMNT1's dated audit images. A name field reading
      * "*** ADDED ***" or "*** DELETED ***" is a marker, not a name.
       FD CustChangeHist.
       01 Cust-Change-Hist-Rec.
           88 End-Of-Change-Hist       VALUE HIGH-VALUES.
        02 CHH-Date                    PIC 9(8).
        02 CHH-Time                    PIC 9(6).
        02 CHH-Audit-Image.
         03 CHH-Operator               PIC X(5).
         03 FILLER                     PIC X(2).
         03 CHH-Cust-Id                PIC X(5).
         03 FILLER                     PIC X(2).
         03 CHH-Old-Name               PIC X(20).
         03 FILLER                     PIC X.
         03 CHH-Old-Status             PIC X.
         03 FILLER                     PIC X(16).
         03 CHH-New-Name               PIC X(20).
         03 FILLER                     PIC X.
         03 CHH-New-Status             PIC X.
         03 FILLER                     PIC X(23).

       FD MergeXref.
       01 Merge-Xref-Rec.
           88 End-Of-Merge-Xref        VALUE HIGH-VALUES.
        02 CMG-Closed-Id               PIC X(5).
        02 CMG-Surviving-Id            PIC X(5).
        02 CMG-Merge-Date              PIC 9(8).
        02 CMG-Operator                PIC X(5).

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

       FD LotIssue.
       01 Lot-Issue-Rec.
           88 End-Of-Lot-Issues        VALUE HIGH-VALUES.
        02 LI-Period                   PIC X(20).
        02 LI-Lot-No                   PIC X(10).
        02 LI-Oil-Num                  PIC 99.
        02 LI-Unit-Size                PIC 99.
        02 LI-Branch-Id                PIC X(3).
        02 LI-Cust-Id                  PIC X(5).
        02 LI-Cust-Name                PIC X(20).
        02 LI-Sale-Date                PIC 9(8).
        02 LI-Qty                      PIC 9(5).
        02 LI-Issue-Type               PIC X.
           88 LI-Kit-Draw              VALUE "K".
        02 LI-Kit-Lot-No               PIC X(10).

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
        02 SOR-Rep-Id                  PIC X(5).
        02 SOR-Currency-Code           PIC X(4).
        02 SOR-Branch-Id               PIC X(3).
        02 SOR-Activity-Date           PIC 9(8).

       FD PurgeWork.
       01 Purge-Work-Rec.
           88 End-Of-Purge-Work        VALUE HIGH-VALUES.
        02 PW-Data                     PIC X(120).

       FD PurgeLog.
       01 Purge-Log-Rec.
        02 PL-Date                     PIC 9(8).
        02 PL-Time                     PIC 9(6).
        02 PL-Operator                 PIC X(5).
        02 PL-Action                   PIC X(10).
        02 PL-Object                   PIC X(35).
        02 PL-Detail                   PIC X(40).

       FD OperatorFile.
       01 Operator-Rec.
           88 End-Of-Operator-File     VALUE HIGH-VALUES.
        02 OPF-Operator-Id             PIC X(5).
        02 OPF-Functions               PIC X(10).

       FD OpSecLog.
       01 Op-Sec-Rec.
        02 OSL-Date                    PIC 9(8).
        02 OSL-Time                    PIC 9(6).
        02 OSL-Operator-Id             PIC X(5).
        02 OSL-Program                 PIC X(8).
        02 OSL-Decision                PIC X(8).

       FD RunLock.
       01 Run-Lock-Rec.
           88 End-Of-Run-Lock          VALUE HIGH-VALUES.
        02 RLK-Job-Name                PIC X(8).
        02 RLK-Operator                PIC X(5).
        02 RLK-Date                    PIC 9(8).
        02 RLK-Time                    PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-RetPolicy-Status          PIC XX.
           88 RetPolicy-Present         VALUE "00".
       01  WS-Periods-Status            PIC XX.
           88 Periods-Present           VALUE "00".
       01  WS-ArchPer-Status            PIC XX.
           88 ArchPer-Present           VALUE "00".
       01  WS-ArchiveList-Status        PIC XX.
           88 ArchiveList-Present       VALUE "00".
       01  ArchiveList-Eof-Sw           PIC X VALUE "N".
           88 ArchiveList-Eof           VALUE "Y".
       01  Archive-List-Name            PIC X(12).
       01  WS-ArchiveFile-Status        PIC XX.
           88 ArchiveFile-Present       VALUE "00".
       01  Archive-File-Name            PIC X(35).
       01  WS-CustMaster-Status         PIC XX.
           88 CustMaster-Present        VALUE "00".
       01  WS-CustBal-Status            PIC XX.
           88 CustBal-Present           VALUE "00".
       01  WS-OpenItems-Status          PIC XX.
           88 OpenItems-Present         VALUE "00".
       01  WS-InvReg-Status             PIC XX.
           88 InvReg-Present            VALUE "00".
       01  WS-CustChgHist-Status        PIC XX.
           88 CustChgHist-Present       VALUE "00".
       01  WS-MergeXref-Status          PIC XX.
           88 MergeXref-Present         VALUE "00".
       01  Hist-File-Name               PIC X(30).
       01  WS-SalesHist-Status          PIC XX.
           88 Hist-File-Present         VALUE "00".
       01  WS-SalesHistory-Status       PIC XX.
           88 SalesHistory-Present      VALUE "00".
       01  WS-LotIssue-Status           PIC XX.
           88 LotIssue-Present          VALUE "00".
       01  WS-SalesOrd-Status           PIC XX.
           88 SalesOrd-Present          VALUE "00".
       01  WS-PurgeWork-Status          PIC XX.
       01  WS-PurgeLog-Status           PIC XX.

       01  WS-RunLock-Status            PIC XX.
           88 RunLockFile-Present       VALUE "00".
       01  Lock-Held-Sw                 PIC X VALUE "N".
           88 Lock-Held                 VALUE "Y".
       01  Lock-Owned-Sw                PIC X VALUE "N".
           88 Lock-Owned                VALUE "Y".
       01  Lock-Holder                  PIC X(8) VALUE SPACES.
       01  Lock-Time-Work               PIC 9(8) VALUE ZERO.
       01  WS-Operator-Status           PIC XX.
           88 OperatorFile-Present      VALUE "00".
       01  WS-OpSec-Status              PIC XX.
       01  Signon-Operator-Id           PIC X(5).
       01  Operator-Functions           PIC X(10).
       01  Operator-Found-Sw            PIC X VALUE "N".
           88 Operator-Found            VALUE "Y".
       01  Function-Allowed-Sw          PIC X VALUE "N".
           88 Function-Allowed          VALUE "Y".
       01  Function-Scan-Idx            PIC 99 VALUE ZERO.
       01  Required-Function            PIC X VALUE "D".
       01  Signon-Date                  PIC 9(8) VALUE ZERO.
       01  Signon-Time                  PIC 9(8) VALUE ZERO.

       01  Run-Date                     PIC 9(8) VALUE ZERO.
       01  Run-Date-Parts REDEFINES Run-Date.
        02 Run-Year                     PIC 9(4).
        02 Run-Month                    PIC 99.
        02 Run-Day                      PIC 99.
       01  Anonymised-Name              PIC X(20) VALUE "ANONYMISED".

      * Months kept per data type - zero means never purged.
       01  Customer-Months              PIC 9(3) VALUE ZERO.
       01  Sales-Arc-Months             PIC 9(3) VALUE ZERO.
       01  Pay-Arc-Months               PIC 9(3) VALUE ZERO.
       01  Wo-Arc-Months                PIC 9(3) VALUE ZERO.
       01  Policy-Months                PIC 9(3) VALUE ZERO.
       01  Cutoff-Date                  PIC 9(8) VALUE ZERO.
       01  Cutoff-Month-Work            PIC 9(6) VALUE ZERO.
       01  Cutoff-Year                  PIC 9(4) VALUE ZERO.
       01  Cutoff-Month                 PIC 99 VALUE ZERO.

       01  Table-Overflow-Sw            PIC X VALUE "N".
           88 Table-Overflow            VALUE "Y".
       01  Archives-Deleted             PIC 9(5) VALUE ZERO.
       01  Archives-Unregistered        PIC 9(5) VALUE ZERO.
       01  Archives-Period-Open         PIC 9(5) VALUE ZERO.
       01  Customers-Anonymised         PIC 9(5) VALUE ZERO.
       01  Customers-Owing              PIC 9(5) VALUE ZERO.
       01  Customers-Undated            PIC 9(5) VALUE ZERO.
       01  Rows-Anonymised              PIC 9(7) VALUE ZERO.
       01  Rows-Anonymised-Ed           PIC Z(6)9.

       01  Period-Table.
        02  PST-Entry OCCURS 300 TIMES.
         03 PST-Period                  PIC X(20).
         03 PST-Status                  PIC X.
       01  PST-Count                    PIC 9(3) VALUE ZERO.
       01  PST-Scan-Idx                 PIC 9(3) VALUE ZERO.
       01  PST-Found-Sw                 PIC X VALUE "N".
           88 PST-Period-Closed         VALUE "Y".

       01  Arch-Period-Table.
        02  APT-Entry OCCURS 3000 TIMES.
         03 APT-File-Name               PIC X(35).
         03 APT-Archive-Date            PIC 9(8).
         03 APT-Period                  PIC X(20).
         03 APT-Drop-Sw                 PIC X.
       01  APT-Count                    PIC 9(4) VALUE ZERO.
       01  APT-Scan-Idx                 PIC 9(4) VALUE ZERO.
       01  APT-Found-Idx                PIC 9(4) VALUE ZERO.
       01  APT-Dropped-Count            PIC 9(4) VALUE ZERO.

      * The archive list being worked, a name per entry.
       01  List-Name-Table.
        02  LNT-Entry OCCURS 3000 TIMES.
         03 LNT-File-Name               PIC X(35).
         03 LNT-Drop-Sw                 PIC X.
       01  LNT-Count                    PIC 9(4) VALUE ZERO.
       01  LNT-Scan-Idx                 PIC 9(4) VALUE ZERO.
       01  LNT-Dropped-Count            PIC 9(4) VALUE ZERO.

      * Closed accounts not yet anonymised, with the dates that say
      * how long they have been closed.
       01  Customer-Table.
        02  CT-Entry OCCURS 5000 TIMES.
         03 CT-Cust-Id                  PIC X(5).
         03 CT-Closed-Date              PIC 9(8).
         03 CT-Activity-Date            PIC 9(8).
         03 CT-Open-Item-Sw             PIC X.
         03 CT-Anonymise-Sw             PIC X.
       01  CT-Count                     PIC 9(4) VALUE ZERO.
       01  CT-Scan-Idx                  PIC 9(4) VALUE ZERO.
       01  CT-Found-Idx                 PIC 9(4) VALUE ZERO.
       01  CT-Found-Sw                  PIC X VALUE "N".
           88 CT-Found                  VALUE "Y".
       01  CT-Lookup-Id                 PIC X(5).
       01  Anonymise-Hit-Sw             PIC X VALUE "N".
           88 Anonymise-Hit             VALUE "Y".
       01  Effective-Date               PIC 9(8) VALUE ZERO.
       01  Balance-Total                PIC S9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Operator-Sign-On.
           IF NOT Function-Allowed
               DISPLAY "RETPRG1: OPERATOR " Signon-Operator-Id
                   " NOT AUTHORIZED FOR RETENTION PURGE - REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Check-Run-Lock.
           IF Lock-Held
               DISPLAY "RETPRG1: RUN LOCK HELD BY " Lock-Holder
                   " - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Acquire-Run-Lock.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Retention-Policy.
           IF Customer-Months = ZERO AND Sales-Arc-Months = ZERO
              AND Pay-Arc-Months = ZERO AND Wo-Arc-Months = ZERO
               DISPLAY "RETPRG1: NO RETENTION PERIODS ON RETPOLICY.DAT"
                   " - NOTHING PURGED"
               PERFORM Release-Run-Lock
               GOBACK
           END-IF.

           OPEN EXTEND PurgeLog.
           IF WS-PurgeLog-Status NOT = "00"
               OPEN OUTPUT PurgeLog
           END-IF.
           PERFORM Load-Period-Status.
           PERFORM Load-Archive-Periods.
           IF Sales-Arc-Months > ZERO
               MOVE "ARCHLIST.DAT" TO Archive-List-Name
               MOVE Sales-Arc-Months TO Policy-Months
               PERFORM Purge-Archive-List THRU Purge-Archive-List-Exit
           END-IF.
           IF Pay-Arc-Months > ZERO
               MOVE "PAYLIST.DAT" TO Archive-List-Name
               MOVE Pay-Arc-Months TO Policy-Months
               PERFORM Purge-Archive-List THRU Purge-Archive-List-Exit
           END-IF.
           IF Wo-Arc-Months > ZERO
               MOVE "WOLIST.DAT" TO Archive-List-Name
               MOVE Wo-Arc-Months TO Policy-Months
               PERFORM Purge-Archive-List THRU Purge-Archive-List-Exit
           END-IF.
           IF APT-Dropped-Count > ZERO
               PERFORM Rewrite-Archive-Periods
           END-IF.
           IF Customer-Months > ZERO
               MOVE Customer-Months TO Policy-Months
               PERFORM Anonymise-Customers
                   THRU Anonymise-Customers-Exit
           END-IF.
           CLOSE PurgeLog.

           MOVE "PURGED  " TO OSL-Decision.
           PERFORM Write-Signon-Log.
           PERFORM Release-Run-Lock.
           DISPLAY "RETPRG1: " Archives-Deleted " ARCHIVE(S) DELETED, "
               Customers-Anonymised " CUSTOMER(S) ANONYMISED".
           IF Archives-Period-Open > ZERO
               DISPLAY "RETPRG1: " Archives-Period-Open " ARCHIVE(S) "
                   "PAST RETENTION KEPT - PERIOD NOT CLOSED"
           END-IF.
           IF Archives-Unregistered > ZERO
               DISPLAY "RETPRG1: " Archives-Unregistered " ARCHIVE(S) "
                   "KEPT - NOT ON ARCHPER.DAT"
           END-IF.
           IF Customers-Owing > ZERO
               DISPLAY "RETPRG1: " Customers-Owing " CLOSED ACCOUNT(S)"
                   " PAST RETENTION KEPT - STILL OWING"
           END-IF.
           IF Customers-Undated > ZERO
               DISPLAY "RETPRG1: " Customers-Undated " CLOSED "
                   "ACCOUNT(S) KEPT - NO CLOSE OR ACTIVITY DATE"
           END-IF.
           IF Table-Overflow
               DISPLAY "RETPRG1: A TABLE FILLED - ROWS PAST THE LIMIT "
                   "ARE LEFT FOR THE NEXT RUN"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * Unknown data types and months that are not numeric are
      * ignored.
       Load-Retention-Policy.
           OPEN INPUT RetentionPolicy.
           IF RetPolicy-Present
               READ RetentionPolicy
                   AT END SET End-Of-Retention-Policy TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Retention-Policy
                   IF RPL-Months IS NUMERIC
                       EVALUATE RPL-Data-Type
                           WHEN "CUSTOMER"
                               MOVE RPL-Months TO Customer-Months
                           WHEN "SALESARC"
                               MOVE RPL-Months TO Sales-Arc-Months
                           WHEN "PAYARC  "
                               MOVE RPL-Months TO Pay-Arc-Months
                           WHEN "WOARC   "
                               MOVE RPL-Months TO Wo-Arc-Months
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
                   READ RetentionPolicy
                       AT END SET End-Of-Retention-Policy TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RetentionPolicy
           END-IF.

      * Anything dated before the cutoff is past its retention - the
      * run date less Policy-Months whole months.
       Compute-Cutoff-Date.
           COMPUTE Cutoff-Month-Work = Run-Year * 12 + Run-Month - 1
                                     - Policy-Months.
           DIVIDE Cutoff-Month-Work BY 12 GIVING Cutoff-Year
               REMAINDER Cutoff-Month.
           ADD 1 TO Cutoff-Month.
           COMPUTE Cutoff-Date = Cutoff-Year * 10000
                               + Cutoff-Month * 100 + Run-Day.

       Load-Period-Status.
           OPEN INPUT PeriodStatus.
           IF Periods-Present
               READ PeriodStatus
                   AT END SET End-Of-Periods TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Periods
                   IF PST-Count < 300
                       ADD 1 TO PST-Count
                       MOVE PS-Period TO PST-Period(PST-Count)
                       MOVE PS-Status TO PST-Status(PST-Count)
                   ELSE
                       SET Table-Overflow TO TRUE
                   END-IF
                   READ PeriodStatus
                       AT END SET End-Of-Periods TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PeriodStatus
           END-IF.

       Load-Archive-Periods.
           OPEN INPUT ArchPeriods.
           IF ArchPer-Present
               READ ArchPeriods
                   AT END SET End-Of-Arch-Periods TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Arch-Periods
                   IF APT-Count < 3000
                       ADD 1 TO APT-Count
                       MOVE AP-File-Name TO APT-File-Name(APT-Count)
                       MOVE AP-Archive-Date
                         TO APT-Archive-Date(APT-Count)
                       MOVE AP-Period TO APT-Period(APT-Count)
                       MOVE "N" TO APT-Drop-Sw(APT-Count)
                   ELSE
                       SET Table-Overflow TO TRUE
                   END-IF
                   READ ArchPeriods
                       AT END SET End-Of-Arch-Periods TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchPeriods
           END-IF.

      * A list too long for the table is left exactly as it was -
      * rewriting it from a partial table would lose names.
       Purge-Archive-List.
           PERFORM Compute-Cutoff-Date.
           MOVE ZERO TO LNT-Count.
           MOVE ZERO TO LNT-Dropped-Count.
           MOVE "N" TO ArchiveList-Eof-Sw.
           OPEN INPUT ArchiveList.
           IF NOT ArchiveList-Present
               GO TO Purge-Archive-List-Exit
           END-IF.
           READ ArchiveList
               AT END SET ArchiveList-Eof TO TRUE
           END-READ.
           PERFORM UNTIL ArchiveList-Eof
               IF LNT-Count < 3000
                   ADD 1 TO LNT-Count
                   MOVE Archive-List-Rec TO LNT-File-Name(LNT-Count)
                   MOVE "N" TO LNT-Drop-Sw(LNT-Count)
               ELSE
                   SET Table-Overflow TO TRUE
               END-IF
               READ ArchiveList
                   AT END SET ArchiveList-Eof TO TRUE
               END-READ
           END-PERFORM.
           CLOSE ArchiveList.
           IF LNT-Count >= 3000
               DISPLAY "RETPRG1: " Archive-List-Name " TOO LONG - "
                   "LEFT AS IT IS"
               GO TO Purge-Archive-List-Exit
           END-IF.
           PERFORM VARYING LNT-Scan-Idx FROM 1 BY 1
                   UNTIL LNT-Scan-Idx > LNT-Count
               PERFORM Judge-One-Archive THRU Judge-One-Archive-Exit
           END-PERFORM.
           IF LNT-Dropped-Count > ZERO
               OPEN OUTPUT ArchiveList
               PERFORM VARYING LNT-Scan-Idx FROM 1 BY 1
                       UNTIL LNT-Scan-Idx > LNT-Count
                   IF LNT-Drop-Sw(LNT-Scan-Idx) = "N"
                       MOVE LNT-File-Name(LNT-Scan-Idx)
                         TO Archive-List-Rec
                       WRITE Archive-List-Rec
                   END-IF
               END-PERFORM
               CLOSE ArchiveList
           END-IF.

       Purge-Archive-List-Exit.
           EXIT.

      * An archive goes only when ARCHPER.DAT dates it before the
      * cutoff and PERIODS.DAT shows its period closed.
       Judge-One-Archive.
           MOVE ZERO TO APT-Found-Idx.
           PERFORM VARYING APT-Scan-Idx FROM 1 BY 1
                   UNTIL APT-Scan-Idx > APT-Count
                      OR APT-Found-Idx NOT = ZERO
               IF APT-File-Name(APT-Scan-Idx)
                       = LNT-File-Name(LNT-Scan-Idx)
                   MOVE APT-Scan-Idx TO APT-Found-Idx
               END-IF
           END-PERFORM.
           IF APT-Found-Idx = ZERO
               ADD 1 TO Archives-Unregistered
               GO TO Judge-One-Archive-Exit
           END-IF.
           IF APT-Archive-Date(APT-Found-Idx) IS NOT NUMERIC
              OR APT-Archive-Date(APT-Found-Idx) >= Cutoff-Date
               GO TO Judge-One-Archive-Exit
           END-IF.
           MOVE "N" TO PST-Found-Sw.
           PERFORM VARYING PST-Scan-Idx FROM 1 BY 1
                   UNTIL PST-Scan-Idx > PST-Count
               IF PST-Period(PST-Scan-Idx)
                       = APT-Period(APT-Found-Idx)
                   IF PST-Status(PST-Scan-Idx) = "C"
                       MOVE "Y" TO PST-Found-Sw
                   ELSE
                       MOVE "N" TO PST-Found-Sw
                   END-IF
               END-IF
           END-PERFORM.
           IF NOT PST-Period-Closed
               ADD 1 TO Archives-Period-Open
               GO TO Judge-One-Archive-Exit
           END-IF.

           MOVE LNT-File-Name(LNT-Scan-Idx) TO Archive-File-Name.
           MOVE "DELETED" TO PL-Action.
           MOVE Archive-File-Name TO PL-Object.
           OPEN INPUT ArchiveFile.
           IF ArchiveFile-Present
               CLOSE ArchiveFile
               DELETE FILE ArchiveFile
               MOVE SPACES TO PL-Detail
               STRING "PERIOD " APT-Period(APT-Found-Idx)
                   DELIMITED BY SIZE INTO PL-Detail
           ELSE
               MOVE "NOT ON DISK - TAKEN OFF THE LIST" TO PL-Detail
           END-IF.
           PERFORM Write-Purge-Log.
           ADD 1 TO Archives-Deleted.
           MOVE "Y" TO LNT-Drop-Sw(LNT-Scan-Idx).
           ADD 1 TO LNT-Dropped-Count.
           MOVE "Y" TO APT-Drop-Sw(APT-Found-Idx).
           ADD 1 TO APT-Dropped-Count.

       Judge-One-Archive-Exit.
           EXIT.

       Rewrite-Archive-Periods.
           OPEN OUTPUT ArchPeriods.
           PERFORM VARYING APT-Scan-Idx FROM 1 BY 1
                   UNTIL APT-Scan-Idx > APT-Count
               IF APT-Drop-Sw(APT-Scan-Idx) = "N"
                   MOVE APT-File-Name(APT-Scan-Idx) TO AP-File-Name
                   MOVE APT-Archive-Date(APT-Scan-Idx)
                     TO AP-Archive-Date
                   MOVE APT-Period(APT-Scan-Idx) TO AP-Period
                   WRITE Arch-Period-Rec
               END-IF
           END-PERFORM.
           CLOSE ArchPeriods.

       Write-Purge-Log.
           ACCEPT Lock-Time-Work FROM TIME.
           MOVE Run-Date TO PL-Date.
           MOVE Lock-Time-Work(1:6) TO PL-Time.
           MOVE Signon-Operator-Id TO PL-Operator.
           WRITE Purge-Log-Rec.

      * Which closed accounts are due, then every file carrying their
      * names, master first.
       Anonymise-Customers.
           PERFORM Compute-Cutoff-Date.
           PERFORM Load-Closed-Customers.
           IF CT-Count = ZERO
               GO TO Anonymise-Customers-Exit
           END-IF.
           PERFORM Date-From-Change-History.
           PERFORM Date-From-Merges.
           PERFORM Date-From-Sales-Archives.
           PERFORM Date-From-Invoices.
           PERFORM Mark-Open-Items.
           PERFORM Choose-Customers.
           IF Customers-Anonymised = ZERO
               GO TO Anonymise-Customers-Exit
           END-IF.
           PERFORM Anonymise-Master.
           PERFORM Anonymise-Sales-History
               THRU Anonymise-Sales-History-Exit.
           PERFORM Anonymise-Sales-Archives.
           PERFORM Anonymise-Change-History
               THRU Anonymise-Change-History-Exit.
           PERFORM Anonymise-Lot-Issues
               THRU Anonymise-Lot-Issues-Exit.
           PERFORM Anonymise-Sales-Orders
               THRU Anonymise-Sales-Orders-Exit.

       Anonymise-Customers-Exit.
           EXIT.

       Load-Closed-Customers.
           OPEN INPUT CustMaster.
           IF CustMaster-Present
               READ CustMaster
                   AT END SET End-Of-Cust-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cust-Master
                   IF CMF-Account-Closed
                      AND CMF-Cust-Name NOT = Anonymised-Name
                       IF CT-Count < 5000
                           ADD 1 TO CT-Count
                           MOVE CMF-Cust-Id TO CT-Cust-Id(CT-Count)
                           MOVE ZERO TO CT-Closed-Date(CT-Count)
                           MOVE ZERO TO CT-Activity-Date(CT-Count)
                           MOVE "N" TO CT-Open-Item-Sw(CT-Count)
                           MOVE "N" TO CT-Anonymise-Sw(CT-Count)
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

       Date-From-Change-History.
           OPEN INPUT CustChangeHist.
           IF CustChgHist-Present
               MOVE SPACES TO Cust-Change-Hist-Rec
               READ CustChangeHist
                   AT END SET End-Of-Change-Hist TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Change-Hist
                   IF CHH-New-Status = "C" AND CHH-Date IS NUMERIC
                       MOVE CHH-Cust-Id TO CT-Lookup-Id
                       PERFORM Find-Customer
                       IF CT-Found
                          AND CHH-Date > CT-Closed-Date(CT-Found-Idx)
                           MOVE CHH-Date
                             TO CT-Closed-Date(CT-Found-Idx)
                       END-IF
                   END-IF
                   READ CustChangeHist
                       AT END SET End-Of-Change-Hist TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustChangeHist
           END-IF.

       Date-From-Merges.
           OPEN INPUT MergeXref.
           IF MergeXref-Present
               MOVE SPACES TO Merge-Xref-Rec
               READ MergeXref
                   AT END SET End-Of-Merge-Xref TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Merge-Xref
                   IF CMG-Merge-Date IS NUMERIC
                       MOVE CMG-Closed-Id TO CT-Lookup-Id
                       PERFORM Find-Customer
                       IF CT-Found
                          AND CMG-Merge-Date
                              > CT-Closed-Date(CT-Found-Idx)
                           MOVE CMG-Merge-Date
                             TO CT-Closed-Date(CT-Found-Idx)
                       END-IF
                   END-IF
                   READ MergeXref
                       AT END SET End-Of-Merge-Xref TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MergeXref
           END-IF.

      * For an account closed before its closure was recorded, the
      * last trading date stands in for the close date.
       Date-From-Sales-Archives.
           MOVE "ARCHLIST.DAT" TO Archive-List-Name.
           MOVE "N" TO ArchiveList-Eof-Sw.
           OPEN INPUT ArchiveList.
           IF ArchiveList-Present
               READ ArchiveList
                   AT END SET ArchiveList-Eof TO TRUE
               END-READ
               PERFORM UNTIL ArchiveList-Eof
                   MOVE Archive-List-Rec TO Hist-File-Name
                   PERFORM Date-From-One-Archive
                   READ ArchiveList
                       AT END SET ArchiveList-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchiveList
           END-IF.

       Date-From-One-Archive.
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
                          AND SH2-Sale-Date
                              > CT-Activity-Date(CT-Found-Idx)
                           MOVE SH2-Sale-Date
                             TO CT-Activity-Date(CT-Found-Idx)
                       END-IF
                   END-IF
                   READ SalesHist
                       AT END SET End-Of-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SalesHist
           END-IF.

       Date-From-Invoices.
           OPEN INPUT InvoiceRegister.
           IF InvReg-Present
               READ InvoiceRegister
                   AT END SET End-Of-Invoice-Register TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Invoice-Register
                   IF IR-Invoice-Date IS NUMERIC
                       MOVE IR-Cust-Id TO CT-Lookup-Id
                       PERFORM Find-Customer
                       IF CT-Found
                          AND IR-Invoice-Date
                              > CT-Activity-Date(CT-Found-Idx)
                           MOVE IR-Invoice-Date
                             TO CT-Activity-Date(CT-Found-Idx)
                       END-IF
                   END-IF
                   READ InvoiceRegister
                       AT END SET End-Of-Invoice-Register TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InvoiceRegister
           END-IF.

       Mark-Open-Items.
           OPEN INPUT OpenItems.
           IF OpenItems-Present
               READ OpenItems
                   AT END SET End-Of-Open-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Items
                   IF OI-Amount-Open NOT = ZERO
                       MOVE OI-Cust-Id TO CT-Lookup-Id
                       PERFORM Find-Customer
                       IF CT-Found
                           MOVE "Y" TO CT-Open-Item-Sw(CT-Found-Idx)
                       END-IF
                   END-IF
                   READ OpenItems
                       AT END SET End-Of-Open-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenItems
           END-IF.

       Choose-Customers.
           OPEN INPUT CustBalances.
           PERFORM VARYING CT-Scan-Idx FROM 1 BY 1
                   UNTIL CT-Scan-Idx > CT-Count
               PERFORM Choose-One-Customer
                   THRU Choose-One-Customer-Exit
           END-PERFORM.
           CLOSE CustBalances.

      * A closed account still owing money keeps its name - the debt
      * is the reason the details are held.
       Choose-One-Customer.
           IF CT-Closed-Date(CT-Scan-Idx) NOT = ZERO
               MOVE CT-Closed-Date(CT-Scan-Idx) TO Effective-Date
           ELSE
               MOVE CT-Activity-Date(CT-Scan-Idx) TO Effective-Date
           END-IF.
           IF Effective-Date = ZERO
               ADD 1 TO Customers-Undated
               GO TO Choose-One-Customer-Exit
           END-IF.
           IF Effective-Date >= Cutoff-Date
               GO TO Choose-One-Customer-Exit
           END-IF.
           MOVE ZERO TO Balance-Total.
           MOVE CT-Cust-Id(CT-Scan-Idx) TO CB-Cust-Id.
           READ CustBalances
               INVALID KEY CONTINUE
           END-READ.
           IF CustBal-Present
               COMPUTE Balance-Total = CB-Bal-Current + CB-Bal-30
                                     + CB-Bal-60 + CB-Bal-90
           END-IF.
           IF Balance-Total NOT = ZERO
              OR CT-Open-Item-Sw(CT-Scan-Idx) = "Y"
               ADD 1 TO Customers-Owing
               MOVE "KEPT" TO PL-Action
               MOVE CT-Cust-Id(CT-Scan-Idx) TO PL-Object
               MOVE "CLOSED PAST RETENTION BUT STILL OWING"
                 TO PL-Detail
               PERFORM Write-Purge-Log
               GO TO Choose-One-Customer-Exit
           END-IF.
           MOVE "Y" TO CT-Anonymise-Sw(CT-Scan-Idx).
           ADD 1 TO Customers-Anonymised.

       Choose-One-Customer-Exit.
           EXIT.

       Anonymise-Master.
           OPEN I-O CustMaster.
           IF NOT CustMaster-Present
               DISPLAY "RETPRG1: CANNOT OPEN CUSTMAST.DAT - STATUS "
                   WS-CustMaster-Status
               MOVE 1 TO RETURN-CODE
           ELSE
               READ CustMaster
                   AT END SET End-Of-Cust-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cust-Master
                   MOVE CMF-Cust-Id TO CT-Lookup-Id
                   PERFORM Find-Customer
                   IF CT-Found
                       IF CT-Anonymise-Sw(CT-Found-Idx) = "Y"
                           PERFORM Anonymise-One-Master
                       END-IF
                   END-IF
                   READ CustMaster
                       AT END SET End-Of-Cust-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustMaster
           END-IF.

       Anonymise-One-Master.
           MOVE Anonymised-Name TO CMF-Cust-Name.
           MOVE SPACES TO CMF-Addr-Line1.
           MOVE SPACES TO CMF-Addr-Line2.
           REWRITE Cust-Master-Rec
               INVALID KEY CONTINUE
           END-REWRITE.
           MOVE "ANONYMISED" TO PL-Action.
           MOVE CMF-Cust-Id TO PL-Object.
           IF CustMaster-Present
               IF CT-Closed-Date(CT-Found-Idx) NOT = ZERO
                   MOVE SPACES TO PL-Detail
                   STRING "NAME AND ADDRESS - CLOSED "
                          CT-Closed-Date(CT-Found-Idx)
                       DELIMITED BY SIZE INTO PL-Detail
               ELSE
                   MOVE SPACES TO PL-Detail
                   STRING "NAME AND ADDRESS - LAST TRADED "
                          CT-Activity-Date(CT-Found-Idx)
                       DELIMITED BY SIZE INTO PL-Detail
               END-IF
           ELSE
               MOVE "*** MASTER REWRITE FAILED ***" TO PL-Detail
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM Write-Purge-Log.

      * The file is copied to the work file with the names replaced,
      * and copied back only when something changed.
       Anonymise-Sales-History.
           MOVE ZERO TO Rows-Anonymised.
           OPEN INPUT SalesHistory.
           IF NOT SalesHistory-Present
               GO TO Anonymise-Sales-History-Exit
           END-IF.
           OPEN OUTPUT PurgeWork.
           READ SalesHistory
               AT END SET End-Of-Sales-History TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Sales-History
               MOVE SH-CustId TO CT-Lookup-Id
               PERFORM Check-Anonymise-Hit
               IF Anonymise-Hit
                  AND SH-CustName NOT = Anonymised-Name
                   MOVE Anonymised-Name TO SH-CustName
                   ADD 1 TO Rows-Anonymised
               END-IF
               MOVE Sales-History-Rec TO PW-Data
               WRITE Purge-Work-Rec
               READ SalesHistory
                   AT END SET End-Of-Sales-History TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SalesHistory.
           CLOSE PurgeWork.
           IF Rows-Anonymised > ZERO
               OPEN INPUT PurgeWork
               OPEN OUTPUT SalesHistory
               READ PurgeWork
                   AT END SET End-Of-Purge-Work TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Purge-Work
                   MOVE PW-Data TO Sales-History-Rec
                   WRITE Sales-History-Rec
                   READ PurgeWork
                       AT END SET End-Of-Purge-Work TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PurgeWork
               CLOSE SalesHistory
               MOVE "SALES-HISTORY.DAT" TO PL-Object
               PERFORM Log-Rows-Anonymised
           END-IF.

       Anonymise-Sales-History-Exit.
           EXIT.

       Check-Anonymise-Hit.
           MOVE "N" TO Anonymise-Hit-Sw.
           PERFORM Find-Customer.
           IF CT-Found
               IF CT-Anonymise-Sw(CT-Found-Idx) = "Y"
                   SET Anonymise-Hit TO TRUE
               END-IF
           END-IF.

       Log-Rows-Anonymised.
           MOVE "ANONYMISED" TO PL-Action.
           MOVE Rows-Anonymised TO Rows-Anonymised-Ed.
           MOVE SPACES TO PL-Detail.
           STRING Rows-Anonymised-Ed " ROW(S) - NAMES REPLACED"
               DELIMITED BY SIZE INTO PL-Detail.
           PERFORM Write-Purge-Log.

       Anonymise-Sales-Archives.
           MOVE "ARCHLIST.DAT" TO Archive-List-Name.
           MOVE "N" TO ArchiveList-Eof-Sw.
           OPEN INPUT ArchiveList.
           IF ArchiveList-Present
               READ ArchiveList
                   AT END SET ArchiveList-Eof TO TRUE
               END-READ
               PERFORM UNTIL ArchiveList-Eof
                   MOVE Archive-List-Rec TO Hist-File-Name
                   PERFORM Anonymise-One-Archive
                       THRU Anonymise-One-Archive-Exit
                   READ ArchiveList
                       AT END SET ArchiveList-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchiveList
           END-IF.

       Anonymise-One-Archive.
           MOVE ZERO TO Rows-Anonymised.
           OPEN INPUT SalesHist.
           IF NOT Hist-File-Present
               GO TO Anonymise-One-Archive-Exit
           END-IF.
           OPEN OUTPUT PurgeWork.
           MOVE SPACES TO Sales-Hist-Rec.
           READ SalesHist
               AT END SET End-Of-Hist-File TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Hist-File
               MOVE SH2-Cust-Id TO CT-Lookup-Id
               PERFORM Check-Anonymise-Hit
               IF Anonymise-Hit
                  AND SH2-Cust-Name NOT = Anonymised-Name
                   MOVE Anonymised-Name TO SH2-Cust-Name
                   ADD 1 TO Rows-Anonymised
               END-IF
               MOVE Sales-Hist-Rec TO PW-Data
               WRITE Purge-Work-Rec
               READ SalesHist
                   AT END SET End-Of-Hist-File TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SalesHist.
           CLOSE PurgeWork.
           IF Rows-Anonymised > ZERO
               OPEN INPUT PurgeWork
               OPEN OUTPUT SalesHist
               READ PurgeWork
                   AT END SET End-Of-Purge-Work TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Purge-Work
                   MOVE PW-Data TO Sales-Hist-Rec
                   WRITE Sales-Hist-Rec
                   READ PurgeWork
                       AT END SET End-Of-Purge-Work TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PurgeWork
               CLOSE SalesHist
               MOVE Hist-File-Name TO PL-Object
               PERFORM Log-Rows-Anonymised
           END-IF.

       Anonymise-One-Archive-Exit.
           EXIT.

      * Both sides of each image, except where a side is the
      * added/deleted marker rather than a name.
       Anonymise-Change-History.
           MOVE ZERO TO Rows-Anonymised.
           OPEN INPUT CustChangeHist.
           IF NOT CustChgHist-Present
               GO TO Anonymise-Change-History-Exit
           END-IF.
           OPEN OUTPUT PurgeWork.
           MOVE SPACES TO Cust-Change-Hist-Rec.
           READ CustChangeHist
               AT END SET End-Of-Change-Hist TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Change-Hist
               MOVE CHH-Cust-Id TO CT-Lookup-Id
               PERFORM Check-Anonymise-Hit
               IF Anonymise-Hit
                   IF CHH-Old-Name(1:3) NOT = "***"
                      AND CHH-Old-Name NOT = Anonymised-Name
                       MOVE Anonymised-Name TO CHH-Old-Name
                       ADD 1 TO Rows-Anonymised
                   END-IF
                   IF CHH-New-Name(1:3) NOT = "***"
                      AND CHH-New-Name NOT = Anonymised-Name
                       MOVE Anonymised-Name TO CHH-New-Name
                       ADD 1 TO Rows-Anonymised
                   END-IF
               END-IF
               MOVE Cust-Change-Hist-Rec TO PW-Data
               WRITE Purge-Work-Rec
               READ CustChangeHist
                   AT END SET End-Of-Change-Hist TO TRUE
               END-READ
           END-PERFORM.
           CLOSE CustChangeHist.
           CLOSE PurgeWork.
           IF Rows-Anonymised > ZERO
               OPEN INPUT PurgeWork
               OPEN OUTPUT CustChangeHist
               READ PurgeWork
                   AT END SET End-Of-Purge-Work TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Purge-Work
                   MOVE PW-Data TO Cust-Change-Hist-Rec
                   WRITE Cust-Change-Hist-Rec
                   READ PurgeWork
                       AT END SET End-Of-Purge-Work TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PurgeWork
               CLOSE CustChangeHist
               MOVE "CUSTCHG-HIST.DAT" TO PL-Object
               PERFORM Log-Rows-Anonymised
           END-IF.

       Anonymise-Change-History-Exit.
           EXIT.

      * A kit draw row has no customer - its name field holds the
      * kit batch RECALL1 prints - so only sale rows are looked up.
      * Lot, quantity and sale date stay for recall tracing.
       Anonymise-Lot-Issues.
           MOVE ZERO TO Rows-Anonymised.
           OPEN INPUT LotIssue.
           IF NOT LotIssue-Present
               GO TO Anonymise-Lot-Issues-Exit
           END-IF.
           OPEN OUTPUT PurgeWork.
           READ LotIssue
               AT END SET End-Of-Lot-Issues TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Lot-Issues
               IF NOT LI-Kit-Draw
                   MOVE LI-Cust-Id TO CT-Lookup-Id
                   PERFORM Check-Anonymise-Hit
                   IF Anonymise-Hit
                      AND LI-Cust-Name NOT = Anonymised-Name
                       MOVE Anonymised-Name TO LI-Cust-Name
                       ADD 1 TO Rows-Anonymised
                   END-IF
               END-IF
               MOVE Lot-Issue-Rec TO PW-Data
               WRITE Purge-Work-Rec
               READ LotIssue
                   AT END SET End-Of-Lot-Issues TO TRUE
               END-READ
           END-PERFORM.
           CLOSE LotIssue.
           CLOSE PurgeWork.
           IF Rows-Anonymised > ZERO
               OPEN INPUT PurgeWork
               OPEN OUTPUT LotIssue
               READ PurgeWork
                   AT END SET End-Of-Purge-Work TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Purge-Work
                   MOVE PW-Data TO Lot-Issue-Rec
                   WRITE Lot-Issue-Rec
                   READ PurgeWork
                       AT END SET End-Of-Purge-Work TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PurgeWork
               CLOSE LotIssue
               MOVE "LOTISSUE.DAT" TO PL-Object
               PERFORM Log-Rows-Anonymised
           END-IF.

       Anonymise-Lot-Issues-Exit.
           EXIT.

      * Every line of the account, open or not - order number,
      * quantities, dates and status are left as they were.
       Anonymise-Sales-Orders.
           MOVE ZERO TO Rows-Anonymised.
           OPEN INPUT SalesOrders.
           IF NOT SalesOrd-Present
               GO TO Anonymise-Sales-Orders-Exit
           END-IF.
           OPEN OUTPUT PurgeWork.
           READ SalesOrders
               AT END SET End-Of-Sales-Orders TO TRUE
           END-READ.
           PERFORM UNTIL End-Of-Sales-Orders
               MOVE SOR-Cust-Id TO CT-Lookup-Id
               PERFORM Check-Anonymise-Hit
               IF Anonymise-Hit
                  AND SOR-Cust-Name NOT = Anonymised-Name
                   MOVE Anonymised-Name TO SOR-Cust-Name
                   ADD 1 TO Rows-Anonymised
               END-IF
               MOVE Sales-Order-Rec TO PW-Data
               WRITE Purge-Work-Rec
               READ SalesOrders
                   AT END SET End-Of-Sales-Orders TO TRUE
               END-READ
           END-PERFORM.
           CLOSE SalesOrders.
           CLOSE PurgeWork.
           IF Rows-Anonymised > ZERO
               OPEN INPUT PurgeWork
               OPEN OUTPUT SalesOrders
               READ PurgeWork
                   AT END SET End-Of-Purge-Work TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Purge-Work
                   MOVE PW-Data TO Sales-Order-Rec
                   WRITE Sales-Order-Rec
                   READ PurgeWork
                       AT END SET End-Of-Purge-Work TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PurgeWork
               CLOSE SalesOrders
               MOVE "SALESORD.DAT" TO PL-Object
               PERFORM Log-Rows-Anonymised
           END-IF.

       Anonymise-Sales-Orders-Exit.
           EXIT.

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
           MOVE "RETPRG1 " TO RLK-Job-Name.
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
           MOVE "RETPRG1 " TO OSL-Program.
           WRITE Op-Sec-Rec.
           CLOSE OpSecLog.

       END PROGRAM RETPRG1.
