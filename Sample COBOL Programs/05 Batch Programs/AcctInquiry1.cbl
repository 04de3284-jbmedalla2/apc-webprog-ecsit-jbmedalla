      ******************************************************************
      * Author:
      * Date:
      * Purpose: Customer account inquiry - one printed history per
      *          customer drawing every file together, for the
      *          office answering "what happened on my account".
      *          The customers wanted are keyed one id per line on
      *          ACCTINQ-PARM.DAT. Each gets a page on ACCTINQ.RPT
      *          with the master details from CUSTMAST.DAT, then in
      *          date order: maintenance changes (CUSTCHG-HIST.DAT),
      *          merges (CUSTMERGE.DAT), every sale, return and
      *          standing-order delivery in the SALES-HIST archives
      *          named on ARCHLIST.DAT, invoices raised (INVREG.DAT)
      *          with what is still open on OPENITEM.DAT, payments
      *          received (the PAYMENTS-HIST archives named on
      *          PAYLIST.DAT), write-offs (the BADDEBT1 histories
      *          named on WOLIST.DAT) and dunning letters sent
      *          (DUNHIST.DAT). Invoices debit and payments and
      *          write-offs credit a running balance, brought forward
      *          so that it ends on the CUSTBAL.DAT balance, which is
      *          printed by aged bucket under it with the open items.
      *          An account merged into a customer asked for is
      *          followed under its old id as well. Nothing is
      *          updated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ1.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT InquiryParm ASSIGN TO "ACCTINQ-PARM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-InqParm-Status.

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

           SELECT CustChangeHist ASSIGN TO "CUSTCHG-HIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CustChgHist-Status.

           SELECT MergeXref ASSIGN TO "CUSTMERGE.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-MergeXref-Status.

           SELECT ArchList ASSIGN TO "ARCHLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ArchList-Status.

           SELECT SalesHist ASSIGN TO Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-SalesHist-Status.

           SELECT InvoiceRegister ASSIGN TO "INVREG.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-InvReg-Status.

           SELECT OpenItems ASSIGN TO "OPENITEM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpenItems-Status.

           SELECT PaidItems ASSIGN TO "PAIDITEM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PaidItems-Status.

           SELECT PayList ASSIGN TO "PAYLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PayList-Status.

           SELECT PaymentsHist ASSIGN TO Payments-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-PaymentsHist-Status.

           SELECT WriteOffList ASSIGN TO "WOLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-WriteOffList-Status.

           SELECT WriteOffHist ASSIGN TO WriteOff-Hist-File-Name
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-WriteOffHist-Status.

           SELECT DunningHistory ASSIGN TO "DUNHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DunHist-Status.

           SELECT InquiryReport ASSIGN TO "ACCTINQ.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SortHistory ASSIGN TO "ACCTINQ-SORT.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD InquiryParm.
       01 Inquiry-Parm-Rec.
           88 End-Of-Inquiry-Parm      VALUE HIGH-VALUES.
        02 IQP-Cust-Id                 PIC X(5).

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

      * CUSTMNT1's dated audit images - the image is the audit report
      * line: operator, customer, old name/status/limit TO new.
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
         03 CHH-Before-After           PIC X(72).
         03 FILLER                     PIC X(11).

       FD MergeXref.
       01 Merge-Xref-Rec.
           88 End-Of-Merge-Xref        VALUE HIGH-VALUES.
        02 CMG-Closed-Id               PIC X(5).
        02 CMG-Surviving-Id            PIC X(5).
        02 CMG-Merge-Date              PIC 9(8).
        02 CMG-Operator                PIC X(5).

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
           88 SH2-Return               VALUE "R".
           88 SH2-Standing-Order       VALUE "T".
        02 SH2-Branch-Id               PIC X(3).
        02 SH2-Rma-Number              PIC X(6).

       FD InvoiceRegister.
       01 Invoice-Register-Rec.
           88 End-Of-Invoice-Register  VALUE HIGH-VALUES.
        02 IR-Cust-Id                  PIC X(5).
        02 IR-Invoice-Id               PIC X(7).
        02 IR-Invoice-Date             PIC 9(8).
        02 IR-Net                      PIC S9(7)V99.

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

       FD PayList.
       01 Pay-List-Rec                 PIC X(35).

      * AROMRPT1's archived PAYMENTS.DAT - bare rows, or H/D/T
      * batches whose D rows carry the bare row one byte right.
       FD PaymentsHist.
       01 Payment-Rec.
           88 End-Of-Payments-Hist     VALUE HIGH-VALUES.
        02 PAY-Cust-Id                 PIC X(5).
        02 PAY-Date                    PIC 9(8).
        02 PAY-Amount                  PIC 9(6)V99.
        02 PAY-Reference               PIC X(10).
        02 FILLER                      PIC X(14).
       01 Batched-Payment-Rec.
        02 PAYB-Rec-Type               PIC X.
           88 Payment-Batch-Header     VALUE "H".
           88 Payment-Batch-Detail     VALUE "D".
        02 PAYB-Body                   PIC X(44).

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

       FD DunningHistory.
       01 Dunning-History-Rec.
           88 End-Of-Dunning-History   VALUE HIGH-VALUES.
        02 DH-Cust-Id                  PIC X(5).
        02 DH-Letter-Date              PIC 9(8).
        02 DH-Level                    PIC 9.
        02 DH-Total-Due                PIC S9(8)V99.

       FD InquiryReport.
       01 Inquiry-Report-Line          PIC X(150).

      * One row per dated event, filed under the customer asked for.
      * The marker row (kind M) sorts ahead of a customer's events so
      * a customer with no history still gets a page.
       SD SortHistory.
       01 Work-Rec.
           88 End-Of-Work-File         VALUE HIGH-VALUES.
        02 WF-Cust-Id                  PIC X(5).
        02 WF-Entry-Date               PIC 9(8).
        02 WF-Seq                      PIC 9(7).
        02 WF-Kind                     PIC X.
           88 WF-Marker                VALUE "M".
        02 WF-Entry-Type               PIC X(8).
        02 WF-Reference                PIC X(10).
        02 WF-Detail                   PIC X(72).
        02 WF-Debit                    PIC S9(8)V99.
        02 WF-Credit                   PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       01  WS-InqParm-Status            PIC XX.
           88 InqParm-Present           VALUE "00".
       01  WS-CustMaster-Status         PIC XX.
           88 CustMaster-Present        VALUE "00".
       01  WS-CustBal-Status            PIC XX.
           88 CustBal-Present           VALUE "00".
       01  WS-CustChgHist-Status        PIC XX.
           88 CustChgHist-Present       VALUE "00".
       01  WS-MergeXref-Status          PIC XX.
           88 MergeXref-Present         VALUE "00".
       01  WS-ArchList-Status           PIC XX.
           88 ArchList-Present          VALUE "00".
       01  ArchList-Eof-Sw              PIC X VALUE "N".
           88 ArchList-Eof              VALUE "Y".
       01  Hist-File-Name               PIC X(30).
       01  WS-SalesHist-Status          PIC XX.
           88 Hist-File-Present         VALUE "00".
       01  WS-InvReg-Status             PIC XX.
           88 InvReg-Present            VALUE "00".
       01  WS-OpenItems-Status          PIC XX.
           88 OpenItems-Present         VALUE "00".
       01  WS-PaidItems-Status          PIC XX.
           88 PaidItems-Present         VALUE "00".
       01  WS-PayList-Status            PIC XX.
           88 PayList-Present           VALUE "00".
       01  PayList-Eof-Sw               PIC X VALUE "N".
           88 PayList-Eof               VALUE "Y".
       01  Payments-Hist-File-Name      PIC X(35).
       01  WS-PaymentsHist-Status       PIC XX.
           88 PaymentsHist-Present      VALUE "00".
       01  Batched-Hist-Sw              PIC X VALUE "N".
           88 Batched-Hist              VALUE "Y".
       01  Payment-Stage                PIC X(44).
       01  WS-WriteOffList-Status       PIC XX.
           88 WriteOffList-Present      VALUE "00".
       01  WriteOffList-Eof-Sw          PIC X VALUE "N".
           88 WriteOffList-Eof          VALUE "Y".
       01  WriteOff-Hist-File-Name      PIC X(35).
       01  WS-WriteOffHist-Status       PIC XX.
           88 WriteOffHist-Present      VALUE "00".
      * WRITEOFF-HIST-yyyymmdd-hhmmss.DAT - the run date sits in the
      * name, not on the rows.
       01  WriteOff-Hist-Date           PIC 9(8) VALUE ZERO.
       01  WS-DunHist-Status            PIC XX.
           88 DunHist-Present           VALUE "00".

       01  Run-Date                     PIC 9(8) VALUE ZERO.
       01  Release-Seq                  PIC 9(7) VALUE ZERO.
       01  Entries-Released             PIC 9(7) VALUE ZERO.
       01  Table-Overflow-Sw            PIC X VALUE "N".
           88 Table-Overflow            VALUE "Y".

      * The customers asked for, and what their events add up to -
      * the debits and credits are needed before the first line
      * prints to bring the balance forward.
       01  Request-Table.
        02  RQ-Entry OCCURS 50 TIMES.
         03 RQ-Cust-Id                  PIC X(5).
         03 RQ-Debits                   PIC S9(9)V99.
         03 RQ-Credits                  PIC S9(9)V99.
       01  RQ-Count                     PIC 99 VALUE ZERO.
       01  RQ-Scan-Idx                  PIC 99 VALUE ZERO.
       01  RQ-Found-Idx                 PIC 99 VALUE ZERO.
       01  RQ-Found-Sw                  PIC X VALUE "N".
           88 RQ-Found                  VALUE "Y".
       01  RQ-Lookup-Id                 PIC X(5).

      * Old ids merged into a customer asked for, however many merges
      * back - each points at its RQ-Entry.
       01  Alias-Table.
        02  AL-Entry OCCURS 200 TIMES.
         03 AL-Cust-Id                  PIC X(5).
         03 AL-Owner-Idx                PIC 99.
       01  AL-Count                     PIC 9(3) VALUE ZERO.
       01  AL-Scan-Idx                  PIC 9(3) VALUE ZERO.
       01  Alias-Added-Sw               PIC X VALUE "N".
           88 Alias-Added               VALUE "Y".

      * Who an event belongs to: the customer asked for, reached
      * directly or through an alias.
       01  Owner-Lookup-Id              PIC X(5).
       01  Owner-Idx                    PIC 99 VALUE ZERO.
       01  Owner-Found-Sw               PIC X VALUE "N".
           88 Owner-Found               VALUE "Y".

       01  Open-Item-Table.
        02  OIT-Entry OCCURS 2000 TIMES.
         03 OIT-Cust-Id                 PIC X(5).
         03 OIT-Invoice-Id              PIC X(7).
         03 OIT-Amount                  PIC S9(7)V99.
         03 OIT-Invoice-Date            PIC 9(8).
       01  OIT-Count                    PIC 9(4) VALUE ZERO.
       01  OIT-Scan-Idx                 PIC 9(4) VALUE ZERO.
       01  OIT-Found-Idx                PIC 9(4) VALUE ZERO.

       01  Paid-Item-Table.
        02  PIT-Entry OCCURS 2000 TIMES.
         03 PIT-Invoice-Id              PIC X(7).
         03 PIT-Paid-Date               PIC 9(8).
       01  PIT-Count                    PIC 9(4) VALUE ZERO.
       01  PIT-Scan-Idx                 PIC 9(4) VALUE ZERO.
       01  PIT-Found-Idx                PIC 9(4) VALUE ZERO.

       01  Detail-Amount-Ed             PIC -ZZZ,ZZ9.99.
       01  Prev-Cust-Id                 PIC X(5) VALUE SPACES.
       01  First-Line-Sw                PIC X VALUE "Y".
           88 First-Line                VALUE "Y".
       01  Running-Balance              PIC S9(9)V99 VALUE ZERO.
       01  Balance-Total                PIC S9(9)V99 VALUE ZERO.
       01  Open-Total                   PIC S9(9)V99 VALUE ZERO.
       01  Open-Item-Count              PIC 9(4) VALUE ZERO.
       01  Customers-Printed            PIC 99 VALUE ZERO.

       01  Report-Heading-Line.
        02  FILLER                    PIC X(30)
             VALUE "   CUSTOMER ACCOUNT HISTORY - ".
        02  RH-Cust-Id                PIC X(6).
        02  RH-Cust-Name              PIC X(21).
        02  FILLER                    PIC X(9) VALUE "  AS AT ".
        02  RH-Run-Date               PIC 9(8).

       01  Master-Line-1.
        02  FILLER                    PIC X(12) VALUE "   ADDRESS: ".
        02  ML-Addr-Line1             PIC X(21).
        02  ML-Addr-Line2             PIC X(21).
        02  FILLER                    PIC X(10) VALUE "  STATUS: ".
        02  ML-Acct-Status            PIC X.
        02  FILLER                    PIC X(16)
             VALUE "  CREDIT LIMIT: ".
        02  ML-Credit-Limit           PIC Z,ZZZ,ZZ9.99.

       01  Master-Line-2.
        02  FILLER                    PIC X(13) VALUE "   CURRENCY: ".
        02  ML-Currency               PIC X(5).
        02  FILLER                    PIC X(9) VALUE "COUNTRY: ".
        02  ML-Country                PIC X(3).
        02  FILLER                    PIC X(8) VALUE "VAT NO: ".
        02  ML-Vat-Reg-No             PIC X(13).
        02  FILLER                    PIC X(9) VALUE "E-BILL: ".
        02  ML-Ebill-Sw               PIC X.

       01  Not-On-Master-Line.
        02  FILLER                    PIC X(40)
             VALUE "   *** NOT ON CUSTMAST.DAT ***".

       01  Column-Heading.
        02  FILLER                    PIC X(10) VALUE "DATE".
        02  FILLER                    PIC X(9)  VALUE "TYPE".
        02  FILLER                    PIC X(11) VALUE "REFERENCE".
        02  FILLER                    PIC X(73) VALUE "DETAIL".
        02  FILLER                    PIC X(14)
             VALUE "         DEBIT".
        02  FILLER                    PIC X(14)
             VALUE "        CREDIT".
        02  FILLER                    PIC X(15)
             VALUE "        BALANCE".

       01  History-Detail-Line.
        02  HD-Entry-Date             PIC 9(8).
        02  FILLER                    PIC X(2) VALUE SPACES.
        02  HD-Entry-Type             PIC X(9).
        02  HD-Reference              PIC X(11).
        02  HD-Detail                 PIC X(73).
        02  HD-Debit                  PIC Z,ZZZ,ZZ9.99BB
                                      BLANK WHEN ZERO.
        02  HD-Credit                 PIC Z,ZZZ,ZZ9.99BB
                                      BLANK WHEN ZERO.
        02  HD-Balance                PIC -ZZ,ZZZ,ZZ9.99.

       01  Balance-Line.
        02  FILLER                    PIC X(30) VALUE SPACES.
        02  BL-Caption                PIC X(101).
        02  BL-Balance                PIC -ZZ,ZZZ,ZZ9.99.

       01  Bucket-Line.
        02  FILLER                    PIC X(20)
             VALUE "   AGED - CURRENT: ".
        02  BK-Current                PIC -ZZZ,ZZ9.99.
        02  FILLER                    PIC X(8) VALUE "   30: ".
        02  BK-30                     PIC -ZZZ,ZZ9.99.
        02  FILLER                    PIC X(8) VALUE "   60: ".
        02  BK-60                     PIC -ZZZ,ZZ9.99.
        02  FILLER                    PIC X(9) VALUE "   90+: ".
        02  BK-90                     PIC -ZZZ,ZZ9.99.
        02  FILLER                    PIC X(10) VALUE "   TOTAL: ".
        02  BK-Total                  PIC -ZZ,ZZZ,ZZ9.99.
        02  FILLER                    PIC X(3) VALUE SPACES.
        02  BK-Period                 PIC X(20).

       01  Open-Item-Heading.
        02  FILLER                    PIC X(40)
             VALUE "   OPEN ITEMS   INVOICE  RAISED    ".
        02  FILLER                    PIC X(12) VALUE "   OPEN".

       01  Open-Item-Line.
        02  FILLER                    PIC X(16) VALUE SPACES.
        02  OL-Invoice-Id             PIC X(9).
        02  OL-Invoice-Date           PIC 9(8).
        02  FILLER                    PIC X(2) VALUE SPACES.
        02  OL-Amount                 PIC -ZZZ,ZZ9.99.

       01  Open-Item-Total-Line.
        02  FILLER                    PIC X(16) VALUE SPACES.
        02  FILLER                    PIC X(6) VALUE "ITEMS ".
        02  OT-Count                  PIC ZZZ9.
        02  FILLER                    PIC X(9) VALUE SPACES.
        02  OT-Total                  PIC -ZZZ,ZZ9.99.

       01  No-Open-Items-Line.
        02  FILLER                    PIC X(40)
             VALUE "   OPEN ITEMS   NONE".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Inquiry-Parm.
           IF RQ-Count = ZERO
               DISPLAY "ACCTINQ1: NO CUSTOMER IDS ON ACCTINQ-PARM.DAT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM Load-Merge-Aliases.
           PERFORM Load-Open-Items.
           PERFORM Load-Paid-Items.

           SORT SortHistory
               ON ASCENDING KEY WF-Cust-Id WF-Entry-Date WF-Seq
               INPUT PROCEDURE IS Release-Account-History
               OUTPUT PROCEDURE IS Print-Account-History.

           DISPLAY "ACCTINQ1: " Customers-Printed " CUSTOMER(S), "
               Entries-Released " ENTRIES".
           IF Table-Overflow
               DISPLAY "ACCTINQ1: A TABLE FILLED - ROWS PAST THE LIMIT "
                   "ARE LEFT OUT"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

      * A blank line or one asked for twice is passed over.
       Load-Inquiry-Parm.
           OPEN INPUT InquiryParm.
           IF InqParm-Present
               READ InquiryParm
                   AT END SET End-Of-Inquiry-Parm TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Inquiry-Parm
                   IF IQP-Cust-Id NOT = SPACES
                       MOVE IQP-Cust-Id TO RQ-Lookup-Id
                       PERFORM Find-Request
                       IF NOT RQ-Found
                           IF RQ-Count < 50
                               ADD 1 TO RQ-Count
                               MOVE IQP-Cust-Id
                                 TO RQ-Cust-Id(RQ-Count)
                               MOVE ZERO TO RQ-Debits(RQ-Count)
                               MOVE ZERO TO RQ-Credits(RQ-Count)
                           ELSE
                               SET Table-Overflow TO TRUE
                           END-IF
                       END-IF
                   END-IF
                   READ InquiryParm
                       AT END SET End-Of-Inquiry-Parm TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InquiryParm
           END-IF.

       Find-Request.
           MOVE "N" TO RQ-Found-Sw.
           MOVE ZERO TO RQ-Found-Idx.
           PERFORM VARYING RQ-Scan-Idx FROM 1 BY 1
                   UNTIL RQ-Scan-Idx > RQ-Count OR RQ-Found
               IF RQ-Cust-Id(RQ-Scan-Idx) = RQ-Lookup-Id
                   SET RQ-Found TO TRUE
                   MOVE RQ-Scan-Idx TO RQ-Found-Idx
               END-IF
           END-PERFORM.

      * CUSTMERGE.DAT is read over again until a pass adds nothing,
      * so an account merged into one that was itself merged later
      * still comes home to the customer asked for.
       Load-Merge-Aliases.
           SET Alias-Added TO TRUE.
           PERFORM UNTIL NOT Alias-Added
               MOVE "N" TO Alias-Added-Sw
               OPEN INPUT MergeXref
               IF MergeXref-Present
                   MOVE SPACES TO Merge-Xref-Rec
                   READ MergeXref
                       AT END SET End-Of-Merge-Xref TO TRUE
                   END-READ
                   PERFORM UNTIL End-Of-Merge-Xref
                       PERFORM Take-One-Merge-Alias
                           THRU Take-One-Merge-Alias-Exit
                       READ MergeXref
                           AT END SET End-Of-Merge-Xref TO TRUE
                       END-READ
                   END-PERFORM
                   CLOSE MergeXref
               END-IF
           END-PERFORM.

       Take-One-Merge-Alias.
           MOVE CMG-Closed-Id TO Owner-Lookup-Id.
           PERFORM Find-Owner.
           IF Owner-Found
               GO TO Take-One-Merge-Alias-Exit
           END-IF.
           MOVE CMG-Surviving-Id TO Owner-Lookup-Id.
           PERFORM Find-Owner.
           IF NOT Owner-Found
               GO TO Take-One-Merge-Alias-Exit
           END-IF.
           IF AL-Count < 200
               ADD 1 TO AL-Count
               MOVE CMG-Closed-Id TO AL-Cust-Id(AL-Count)
               MOVE Owner-Idx TO AL-Owner-Idx(AL-Count)
               SET Alias-Added TO TRUE
           ELSE
               SET Table-Overflow TO TRUE
           END-IF.

       Take-One-Merge-Alias-Exit.
           EXIT.

       Find-Owner.
           MOVE "N" TO Owner-Found-Sw.
           MOVE ZERO TO Owner-Idx.
           MOVE Owner-Lookup-Id TO RQ-Lookup-Id.
           PERFORM Find-Request.
           IF RQ-Found
               SET Owner-Found TO TRUE
               MOVE RQ-Found-Idx TO Owner-Idx
           ELSE
               PERFORM VARYING AL-Scan-Idx FROM 1 BY 1
                       UNTIL AL-Scan-Idx > AL-Count OR Owner-Found
                   IF AL-Cust-Id(AL-Scan-Idx) = Owner-Lookup-Id
                       SET Owner-Found TO TRUE
                       MOVE AL-Owner-Idx(AL-Scan-Idx) TO Owner-Idx
                   END-IF
               END-PERFORM
           END-IF.

      * A merge re-keys OPENITEM.DAT, so the open items are already
      * under the surviving id.
       Load-Open-Items.
           OPEN INPUT OpenItems.
           IF OpenItems-Present
               READ OpenItems
                   AT END SET End-Of-Open-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Items
                   MOVE OI-Cust-Id TO Owner-Lookup-Id
                   PERFORM Find-Owner
                   IF Owner-Found
                       IF OIT-Count < 2000
                           ADD 1 TO OIT-Count
                           MOVE RQ-Cust-Id(Owner-Idx)
                             TO OIT-Cust-Id(OIT-Count)
                           MOVE OI-Invoice-Id
                             TO OIT-Invoice-Id(OIT-Count)
                           MOVE OI-Amount-Open TO OIT-Amount(OIT-Count)
                           IF OI-Invoice-Date IS NUMERIC
                               MOVE OI-Invoice-Date
                                 TO OIT-Invoice-Date(OIT-Count)
                           ELSE
                               MOVE ZERO TO OIT-Invoice-Date(OIT-Count)
                           END-IF
                       ELSE
                           SET Table-Overflow TO TRUE
                       END-IF
                   END-IF
                   READ OpenItems
                       AT END SET End-Of-Open-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenItems
           END-IF.

       Load-Paid-Items.
           OPEN INPUT PaidItems.
           IF PaidItems-Present
               READ PaidItems
                   AT END SET End-Of-Paid-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Paid-Items
                   MOVE PI-Cust-Id TO Owner-Lookup-Id
                   PERFORM Find-Owner
                   IF Owner-Found
                       IF PIT-Count < 2000
                           ADD 1 TO PIT-Count
                           MOVE PI-Invoice-Id
                             TO PIT-Invoice-Id(PIT-Count)
                           MOVE PI-Paid-Date TO PIT-Paid-Date(PIT-Count)
                       ELSE
                           SET Table-Overflow TO TRUE
                       END-IF
                   END-IF
                   READ PaidItems
                       AT END SET End-Of-Paid-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaidItems
           END-IF.

      * Every source in turn - within one day the order released is
      * the order printed: changes, merges, sales, invoices,
      * payments, write-offs, letters.
       Release-Account-History.
           PERFORM VARYING RQ-Scan-Idx FROM 1 BY 1
                   UNTIL RQ-Scan-Idx > RQ-Count
               MOVE SPACES TO Work-Rec
               MOVE RQ-Cust-Id(RQ-Scan-Idx) TO WF-Cust-Id
               MOVE ZERO TO WF-Entry-Date
               MOVE ZERO TO WF-Seq
               MOVE "M" TO WF-Kind
               MOVE ZERO TO WF-Debit
               MOVE ZERO TO WF-Credit
               RELEASE Work-Rec
           END-PERFORM.
           PERFORM Release-Changes.
           PERFORM Release-Merges.
           PERFORM Release-Sales.
           PERFORM Release-Invoices.
           PERFORM Release-Payments.
           PERFORM Release-Write-Offs.
           PERFORM Release-Dunning-Letters.

      * Callers set Owner-Idx and fill the event fields first.
       Release-One-Entry.
           ADD 1 TO Release-Seq.
           ADD 1 TO Entries-Released.
           MOVE RQ-Cust-Id(Owner-Idx) TO WF-Cust-Id.
           MOVE Release-Seq TO WF-Seq.
           MOVE "E" TO WF-Kind.
           ADD WF-Debit TO RQ-Debits(Owner-Idx).
           ADD WF-Credit TO RQ-Credits(Owner-Idx).
           RELEASE Work-Rec.

       Clear-Work-Rec.
           MOVE SPACES TO Work-Rec.
           MOVE ZERO TO WF-Debit.
           MOVE ZERO TO WF-Credit.

       Release-Changes.
           OPEN INPUT CustChangeHist.
           IF CustChgHist-Present
               MOVE SPACES TO Cust-Change-Hist-Rec
               READ CustChangeHist
                   AT END SET End-Of-Change-Hist TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Change-Hist
                   MOVE CHH-Cust-Id TO Owner-Lookup-Id
                   PERFORM Find-Owner
                   IF Owner-Found AND CHH-Date IS NUMERIC
                       PERFORM Clear-Work-Rec
                       MOVE CHH-Date TO WF-Entry-Date
                       MOVE "CHANGE" TO WF-Entry-Type
                       STRING "BY " CHH-Operator DELIMITED BY SIZE
                           INTO WF-Reference
                       MOVE CHH-Before-After TO WF-Detail
                       PERFORM Release-One-Entry
                   END-IF
                   READ CustChangeHist
                       AT END SET End-Of-Change-Hist TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustChangeHist
           END-IF.

      * Shown on the surviving account as coming in, and on a closed
      * account asked for by itself as going out.
       Release-Merges.
           OPEN INPUT MergeXref.
           IF MergeXref-Present
               MOVE SPACES TO Merge-Xref-Rec
               READ MergeXref
                   AT END SET End-Of-Merge-Xref TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Merge-Xref
                   PERFORM Release-One-Merge
                       THRU Release-One-Merge-Exit
                   READ MergeXref
                       AT END SET End-Of-Merge-Xref TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MergeXref
           END-IF.

       Release-One-Merge.
           IF CMG-Merge-Date IS NOT NUMERIC
               GO TO Release-One-Merge-Exit
           END-IF.
           PERFORM Clear-Work-Rec.
           MOVE CMG-Merge-Date TO WF-Entry-Date.
           MOVE "MERGE" TO WF-Entry-Type.
           STRING "BY " CMG-Operator DELIMITED BY SIZE
               INTO WF-Reference.
           MOVE CMG-Surviving-Id TO Owner-Lookup-Id.
           PERFORM Find-Owner.
           IF Owner-Found
               STRING "ACCOUNT " CMG-Closed-Id
                      " MERGED IN AND CLOSED" DELIMITED BY SIZE
                   INTO WF-Detail
               PERFORM Release-One-Entry
               GO TO Release-One-Merge-Exit
           END-IF.
           MOVE CMG-Closed-Id TO Owner-Lookup-Id.
           PERFORM Find-Owner.
           IF Owner-Found
               STRING "MERGED INTO ACCOUNT " CMG-Surviving-Id
                      " AND CLOSED" DELIMITED BY SIZE
                   INTO WF-Detail
               PERFORM Release-One-Entry
           END-IF.

       Release-One-Merge-Exit.
           EXIT.

      * Sales carry units, not money - the money is on the invoice.
       Release-Sales.
           OPEN INPUT ArchList.
           IF ArchList-Present
               READ ArchList
                   AT END SET ArchList-Eof TO TRUE
               END-READ
               PERFORM UNTIL ArchList-Eof
                   MOVE Arch-List-Rec TO Hist-File-Name
                   PERFORM Release-One-Archive
                   READ ArchList
                       AT END SET ArchList-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ArchList
           END-IF.

       Release-One-Archive.
           OPEN INPUT SalesHist.
           IF Hist-File-Present
               MOVE SPACES TO Sales-Hist-Rec
               READ SalesHist
                   AT END SET End-Of-Hist-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Hist-File
                   MOVE SH2-Cust-Id TO Owner-Lookup-Id
                   PERFORM Find-Owner
                   IF Owner-Found AND SH2-Sale-Date IS NUMERIC
                       PERFORM Release-One-Sale
                   END-IF
                   READ SalesHist
                       AT END SET End-Of-Hist-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SalesHist
           END-IF.

       Release-One-Sale.
           PERFORM Clear-Work-Rec.
           MOVE SH2-Sale-Date TO WF-Entry-Date.
           EVALUATE TRUE
               WHEN SH2-Return
                   MOVE "RETURN" TO WF-Entry-Type
                   STRING "RMA " SH2-Rma-Number DELIMITED BY SIZE
                       INTO WF-Reference
               WHEN SH2-Standing-Order
                   MOVE "STANDING" TO WF-Entry-Type
               WHEN OTHER
                   MOVE "SALE" TO WF-Entry-Type
           END-EVALUATE.
           IF SH2-Cust-Id NOT = RQ-Cust-Id(Owner-Idx)
              AND WF-Reference = SPACES
               STRING "AS " SH2-Cust-Id DELIMITED BY SIZE
                   INTO WF-Reference
           END-IF.
           STRING "OIL " SH2-Oil-Id
                  "  SIZE " SH2-Unit-Size
                  "  UNITS " SH2-Units-Sold
                  "  REP " SH2-Rep-Id
                  "  BRANCH " SH2-Branch-Id
                  "  " SH2-Currency-Code DELIMITED BY SIZE
               INTO WF-Detail.
           PERFORM Release-One-Entry.

      * The net each invoice was raised at, and where it stands now.
       Release-Invoices.
           OPEN INPUT InvoiceRegister.
           IF InvReg-Present
               READ InvoiceRegister
                   AT END SET End-Of-Invoice-Register TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Invoice-Register
                   MOVE IR-Cust-Id TO Owner-Lookup-Id
                   PERFORM Find-Owner
                   IF Owner-Found AND IR-Invoice-Date IS NUMERIC
                       PERFORM Release-One-Invoice
                           THRU Release-One-Invoice-Exit
                   END-IF
                   READ InvoiceRegister
                       AT END SET End-Of-Invoice-Register TO TRUE
                   END-READ
               END-PERFORM
               CLOSE InvoiceRegister
           END-IF.

       Release-One-Invoice.
           PERFORM Clear-Work-Rec.
           MOVE IR-Invoice-Date TO WF-Entry-Date.
           MOVE "INVOICE" TO WF-Entry-Type.
           MOVE IR-Invoice-Id TO WF-Reference.
           MOVE IR-Net TO WF-Debit.
           MOVE ZERO TO OIT-Found-Idx.
           PERFORM VARYING OIT-Scan-Idx FROM 1 BY 1
                   UNTIL OIT-Scan-Idx > OIT-Count
                      OR OIT-Found-Idx NOT = ZERO
               IF OIT-Invoice-Id(OIT-Scan-Idx) = IR-Invoice-Id
                   MOVE OIT-Scan-Idx TO OIT-Found-Idx
               END-IF
           END-PERFORM.
           IF OIT-Found-Idx NOT = ZERO
               MOVE OIT-Amount(OIT-Found-Idx) TO Detail-Amount-Ed
               STRING "NET AS RAISED - OPEN NOW " Detail-Amount-Ed
                   DELIMITED BY SIZE INTO WF-Detail
               PERFORM Release-One-Entry
               GO TO Release-One-Invoice-Exit
           END-IF.
           MOVE ZERO TO PIT-Found-Idx.
           PERFORM VARYING PIT-Scan-Idx FROM 1 BY 1
                   UNTIL PIT-Scan-Idx > PIT-Count
                      OR PIT-Found-Idx NOT = ZERO
               IF PIT-Invoice-Id(PIT-Scan-Idx) = IR-Invoice-Id
                   MOVE PIT-Scan-Idx TO PIT-Found-Idx
               END-IF
           END-PERFORM.
           IF PIT-Found-Idx NOT = ZERO
               STRING "NET AS RAISED - PAID "
                      PIT-Paid-Date(PIT-Found-Idx)
                   DELIMITED BY SIZE INTO WF-Detail
           ELSE
               MOVE "NET AS RAISED - NO LONGER OPEN" TO WF-Detail
           END-IF.
           PERFORM Release-One-Entry.

       Release-One-Invoice-Exit.
           EXIT.

       Release-Payments.
           OPEN INPUT PayList.
           IF PayList-Present
               READ PayList
                   AT END SET PayList-Eof TO TRUE
               END-READ
               PERFORM UNTIL PayList-Eof
                   MOVE Pay-List-Rec TO Payments-Hist-File-Name
                   PERFORM Release-One-Payments-Hist
                   READ PayList
                       AT END SET PayList-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PayList
           END-IF.

      * An archive opening with an H row is batch-controlled - only
      * its D rows are receipts, restated into the bare layout.
       Release-One-Payments-Hist.
           MOVE "N" TO Batched-Hist-Sw.
           OPEN INPUT PaymentsHist.
           IF PaymentsHist-Present
               MOVE SPACES TO Payment-Rec
               READ PaymentsHist
                   AT END SET End-Of-Payments-Hist TO TRUE
               END-READ
               IF NOT End-Of-Payments-Hist
                  AND Payment-Batch-Header
                   SET Batched-Hist TO TRUE
               END-IF
               PERFORM UNTIL End-Of-Payments-Hist
                   IF Batched-Hist
                       IF Payment-Batch-Detail
                           MOVE PAYB-Body TO Payment-Stage
                           MOVE Payment-Stage TO Payment-Rec
                           PERFORM Release-One-Payment
                       END-IF
                   ELSE
                       PERFORM Release-One-Payment
                   END-IF
                   MOVE SPACES TO Payment-Rec
                   READ PaymentsHist
                       AT END SET End-Of-Payments-Hist TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PaymentsHist
           END-IF.

       Release-One-Payment.
           MOVE PAY-Cust-Id TO Owner-Lookup-Id.
           PERFORM Find-Owner.
           IF Owner-Found AND PAY-Date IS NUMERIC
              AND PAY-Amount IS NUMERIC
               PERFORM Clear-Work-Rec
               MOVE PAY-Date TO WF-Entry-Date
               MOVE "PAYMENT" TO WF-Entry-Type
               MOVE PAY-Reference TO WF-Reference
               MOVE PAY-Amount TO WF-Credit
               IF PAY-Reference = SPACES
                   MOVE "RECEIVED ON ACCOUNT" TO WF-Detail
               ELSE
                   MOVE "RECEIVED" TO WF-Detail
               END-IF
               PERFORM Release-One-Entry
           END-IF.

       Release-Write-Offs.
           OPEN INPUT WriteOffList.
           IF WriteOffList-Present
               READ WriteOffList
                   AT END SET WriteOffList-Eof TO TRUE
               END-READ
               PERFORM UNTIL WriteOffList-Eof
                   MOVE Write-Off-List-Rec TO WriteOff-Hist-File-Name
                   PERFORM Release-One-Write-Off-Hist
                   READ WriteOffList
                       AT END SET WriteOffList-Eof TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WriteOffList
           END-IF.

       Release-One-Write-Off-Hist.
           MOVE ZERO TO WriteOff-Hist-Date.
           IF WriteOff-Hist-File-Name(15:8) IS NUMERIC
               MOVE WriteOff-Hist-File-Name(15:8)
                 TO WriteOff-Hist-Date
           END-IF.
           OPEN INPUT WriteOffHist.
           IF WriteOffHist-Present
               MOVE SPACES TO Write-Off-Rec
               READ WriteOffHist
                   AT END SET End-Of-Write-Offs TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Write-Offs
                   MOVE WO-Cust-Id TO Owner-Lookup-Id
                   PERFORM Find-Owner
                   IF Owner-Found
                      AND WO-Auth-Initials NOT = SPACES
                      AND WO-Amount IS NUMERIC
                       PERFORM Clear-Work-Rec
                       MOVE WriteOff-Hist-Date TO WF-Entry-Date
                       MOVE "WRITEOFF" TO WF-Entry-Type
                       STRING "AUTH " WO-Auth-Initials
                           DELIMITED BY SIZE INTO WF-Reference
                       STRING "BAD DEBT WRITTEN OFF - REASON "
                              WO-Reason-Code DELIMITED BY SIZE
                           INTO WF-Detail
                       MOVE WO-Amount TO WF-Credit
                       PERFORM Release-One-Entry
                   END-IF
                   READ WriteOffHist
                       AT END SET End-Of-Write-Offs TO TRUE
                   END-READ
               END-PERFORM
               CLOSE WriteOffHist
           END-IF.

       Release-Dunning-Letters.
           OPEN INPUT DunningHistory.
           IF DunHist-Present
               READ DunningHistory
                   AT END SET End-Of-Dunning-History TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Dunning-History
                   MOVE DH-Cust-Id TO Owner-Lookup-Id
                   PERFORM Find-Owner
                   IF Owner-Found AND DH-Letter-Date IS NUMERIC
                       PERFORM Clear-Work-Rec
                       MOVE DH-Letter-Date TO WF-Entry-Date
                       MOVE "DUNNING" TO WF-Entry-Type
                       STRING "LEVEL " DH-Level DELIMITED BY SIZE
                           INTO WF-Reference
                       MOVE DH-Total-Due TO Detail-Amount-Ed
                       STRING "LETTER SENT - TOTAL DUE "
                              Detail-Amount-Ed DELIMITED BY SIZE
                           INTO WF-Detail
                       PERFORM Release-One-Entry
                   END-IF
                   READ DunningHistory
                       AT END SET End-Of-Dunning-History TO TRUE
                   END-READ
               END-PERFORM
               CLOSE DunningHistory
           END-IF.

       Print-Account-History.
           OPEN OUTPUT InquiryReport.
           OPEN INPUT CustMaster.
           OPEN INPUT CustBalances.
           RETURN SortHistory INTO Work-Rec
               AT END SET End-Of-Work-File TO TRUE
           END-RETURN.
           PERFORM UNTIL End-Of-Work-File
               IF WF-Cust-Id NOT = Prev-Cust-Id
                   IF First-Line
                       MOVE "N" TO First-Line-Sw
                   ELSE
                       PERFORM Print-Customer-Close
                   END-IF
                   PERFORM Print-Customer-Open
               END-IF
               IF NOT WF-Marker
                   PERFORM Print-History-Line
               END-IF
               RETURN SortHistory INTO Work-Rec
                   AT END SET End-Of-Work-File TO TRUE
               END-RETURN
           END-PERFORM.
           IF NOT First-Line
               PERFORM Print-Customer-Close
           END-IF.
           CLOSE CustMaster.
           CLOSE CustBalances.
           CLOSE InquiryReport.

      * The balance is brought forward from today's CUSTBAL.DAT
      * figure less everything printed below it, so the last line
      * agrees with the ledger even where the older history was
      * never kept.
       Print-Customer-Open.
           MOVE WF-Cust-Id TO Prev-Cust-Id.
           ADD 1 TO Customers-Printed.
           MOVE WF-Cust-Id TO RQ-Lookup-Id.
           PERFORM Find-Request.
           MOVE WF-Cust-Id TO RH-Cust-Id.
           MOVE Run-Date TO RH-Run-Date.
           MOVE WF-Cust-Id TO CMF-Cust-Id.
           READ CustMaster
               INVALID KEY CONTINUE
           END-READ.
           IF CustMaster-Present
               MOVE CMF-Cust-Name TO RH-Cust-Name
           ELSE
               MOVE SPACES TO RH-Cust-Name
           END-IF.
           WRITE Inquiry-Report-Line FROM Report-Heading-Line
            AFTER ADVANCING PAGE.
           IF CustMaster-Present
               MOVE CMF-Addr-Line1 TO ML-Addr-Line1
               MOVE CMF-Addr-Line2 TO ML-Addr-Line2
               MOVE CMF-Acct-Status TO ML-Acct-Status
               MOVE CMF-Credit-Limit TO ML-Credit-Limit
               MOVE CMF-Bill-Currency TO ML-Currency
               MOVE CMF-Country TO ML-Country
               MOVE CMF-Vat-Reg-No TO ML-Vat-Reg-No
               MOVE CMF-Ebill-Sw TO ML-Ebill-Sw
               WRITE Inquiry-Report-Line FROM Master-Line-1
                AFTER ADVANCING 2 LINES
               WRITE Inquiry-Report-Line FROM Master-Line-2
                AFTER ADVANCING 1 LINE
           ELSE
               WRITE Inquiry-Report-Line FROM Not-On-Master-Line
                AFTER ADVANCING 2 LINES
           END-IF.

           MOVE WF-Cust-Id TO CB-Cust-Id.
           READ CustBalances
               INVALID KEY CONTINUE
           END-READ.
           IF NOT CustBal-Present
               MOVE SPACES TO CB-Period
               MOVE ZERO TO CB-Bal-Current
               MOVE ZERO TO CB-Bal-30
               MOVE ZERO TO CB-Bal-60
               MOVE ZERO TO CB-Bal-90
           END-IF.
           COMPUTE Balance-Total = CB-Bal-Current + CB-Bal-30
                                 + CB-Bal-60 + CB-Bal-90.
           COMPUTE Running-Balance = Balance-Total
                                   - RQ-Debits(RQ-Found-Idx)
                                   + RQ-Credits(RQ-Found-Idx).

           WRITE Inquiry-Report-Line FROM Column-Heading
            AFTER ADVANCING 2 LINES.
           MOVE "BALANCE BROUGHT FORWARD" TO BL-Caption.
           MOVE Running-Balance TO BL-Balance.
           WRITE Inquiry-Report-Line FROM Balance-Line
            AFTER ADVANCING 1 LINE.

       Print-History-Line.
           ADD WF-Debit TO Running-Balance.
           SUBTRACT WF-Credit FROM Running-Balance.
           MOVE WF-Entry-Date TO HD-Entry-Date.
           MOVE WF-Entry-Type TO HD-Entry-Type.
           MOVE WF-Reference TO HD-Reference.
           MOVE WF-Detail TO HD-Detail.
           MOVE WF-Debit TO HD-Debit.
           MOVE WF-Credit TO HD-Credit.
           MOVE Running-Balance TO HD-Balance.
           WRITE Inquiry-Report-Line FROM History-Detail-Line
            AFTER ADVANCING 1 LINE.

       Print-Customer-Close.
           MOVE "BALANCE NOW (CUSTBAL.DAT)" TO BL-Caption.
           MOVE Running-Balance TO BL-Balance.
           WRITE Inquiry-Report-Line FROM Balance-Line
            AFTER ADVANCING 1 LINE.
           MOVE CB-Bal-Current TO BK-Current.
           MOVE CB-Bal-30 TO BK-30.
           MOVE CB-Bal-60 TO BK-60.
           MOVE CB-Bal-90 TO BK-90.
           MOVE Balance-Total TO BK-Total.
           MOVE CB-Period TO BK-Period.
           WRITE Inquiry-Report-Line FROM Bucket-Line
            AFTER ADVANCING 2 LINES.

           MOVE ZERO TO Open-Total.
           MOVE ZERO TO Open-Item-Count.
           PERFORM VARYING OIT-Scan-Idx FROM 1 BY 1
                   UNTIL OIT-Scan-Idx > OIT-Count
               IF OIT-Cust-Id(OIT-Scan-Idx) = Prev-Cust-Id
                   IF Open-Item-Count = ZERO
                       WRITE Inquiry-Report-Line FROM Open-Item-Heading
                        AFTER ADVANCING 2 LINES
                   END-IF
                   ADD 1 TO Open-Item-Count
                   ADD OIT-Amount(OIT-Scan-Idx) TO Open-Total
                   MOVE OIT-Invoice-Id(OIT-Scan-Idx) TO OL-Invoice-Id
                   MOVE OIT-Invoice-Date(OIT-Scan-Idx)
                     TO OL-Invoice-Date
                   MOVE OIT-Amount(OIT-Scan-Idx) TO OL-Amount
                   WRITE Inquiry-Report-Line FROM Open-Item-Line
                    AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM.
           IF Open-Item-Count = ZERO
               WRITE Inquiry-Report-Line FROM No-Open-Items-Line
                AFTER ADVANCING 2 LINES
           ELSE
               MOVE Open-Item-Count TO OT-Count
               MOVE Open-Total TO OT-Total
               WRITE Inquiry-Report-Line FROM Open-Item-Total-Line
                AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM ACCTINQ1.
