      ******************************************************************
      * Author:
      * Date:
      * Purpose: Cross-file integrity check - the carried-forward
      *          files lean on one another and nothing else checks
      *          that they still agree. Run ahead of the nightly
      *          steps, this reads every link and lists each broken
      *          one on INTEGRITY.RPT with its severity:
      *            CUSTBAL.DAT, OPENITEM.DAT, CONTRACT.DAT and
      *            STANDORD.DAT rows for customers not on
      *            CUSTMAST.DAT (ERROR);
      *            a customer's OPENITEM.DAT total that does not
      *            equal the sum of their CUSTBAL.DAT buckets (ERROR);
      *            a standing order still running on a closed
      *            account (ERROR - STORDER1 would deliver it) and a
      *            contract price held for one (WARNING);
      *            OILSTOCK.DAT cells for oils not on OILMAST.DAT
      *            (ERROR);
      *            OPENPO.DAT orders for suppliers not on SUPPLIER.DAT
      *            (ERROR);
      *            REPMAST.DAT reps with no team code (WARNING - they
      *            subtotal under a blank team);
      *            STUDENTS.DAT course codes not on COURSES.DAT
      *            (ERROR - withdrawn and unassigned students aside).
      *          A master missing while the file leaning on it is on
      *          disk is an ERROR of its own. Any ERROR comes back as
      *          a non-zero RETURN-CODE so JOBORCH1 stops the run
      *          before the bad rows spread; warnings are reported
      *          and the run goes on. Nothing is updated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGCHK1.
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

           SELECT CustBalances ASSIGN TO "CUSTBAL.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS CB-Cust-Id
                     FILE STATUS IS WS-CustBal-Status.

           SELECT OpenItems ASSIGN TO "OPENITEM.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpenItems-Status.

           SELECT ContractPrices ASSIGN TO "CONTRACT.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Contract-Status.

           SELECT StandingOrders ASSIGN TO "STANDORD.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-StandOrd-Status.

           SELECT OilMaster ASSIGN TO "OILMAST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilMaster-Status.

           SELECT OilStock ASSIGN TO "OILSTOCK.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OilStock-Status.

           SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Supplier-Status.

           SELECT OpenOrders ASSIGN TO "OPENPO.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpenPo-Status.

           SELECT RepMaster ASSIGN TO "REPMAST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-RepMaster-Status.

           SELECT CoursesFile ASSIGN TO "COURSES.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-Courses-Status.

           SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
                     ORGANIZATION IS INDEXED
                     ACCESS MODE IS SEQUENTIAL
                     RECORD KEY IS StudentId
                     FILE STATUS IS WS-Student-Status.

           SELECT IntegrityReport ASSIGN TO "INTEGRITY.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

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

       FD CustBalances.
       01 Cust-Balance-Rec.
           88 End-Of-Cust-Balances     VALUE HIGH-VALUES.
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

       FD OilMaster.
       01 Oil-Master-Rec.
           88 End-Of-Oil-Master        VALUE HIGH-VALUES.
        02 OMF-Oil-Num                 PIC 99.
        02 OMF-Oil-Desc                PIC X(20).
        02 OMF-Oil-Category            PIC X.

       FD OilStock.
       01 Oil-Stock-Rec.
           88 End-Of-Oil-Stock         VALUE HIGH-VALUES.
        02 OS-Oil-Num                  PIC 99.
        02 OS-Unit-Size                PIC 99.
        02 OS-Qty-On-Hand              PIC S9(7).
        02 OS-Reorder-Level            PIC 9(5).
        02 OS-Branch-Id                PIC X(3).
        02 OS-Avg-Cost                 PIC 9(4)V9(4).

       FD SupplierFile.
       01 Supplier-Rec.
           88 End-Of-Supplier-File     VALUE HIGH-VALUES.
        02 SUP-Supplier-Id             PIC X(5).
        02 SUP-Supplier-Name           PIC X(20).
        02 SUP-Oil-Num                 PIC 99.
        02 SUP-Lead-Days               PIC 9(3).
        02 SUP-Min-Order               PIC 9(5).
        02 SUP-Terms-Days              PIC 9(3).
        02 SUP-Bank-Sort               PIC X(6).
        02 SUP-Bank-Acct               PIC X(8).

       FD OpenOrders.
       01 Open-Order-Rec.
           88 End-Of-Open-Orders       VALUE HIGH-VALUES.
        02 PO-Number                   PIC 9(6).
        02 PO-Supplier-Id              PIC X(5).
        02 PO-Oil-Num                  PIC 99.
        02 PO-Unit-Size                PIC 99.
        02 PO-Qty-Ordered              PIC 9(5).
        02 PO-Qty-Received             PIC 9(5).
        02 PO-Order-Date               PIC 9(8).
        02 PO-Lead-Days                PIC 9(3).
        02 PO-Status                   PIC X.
        02 PO-Branch-Id                PIC X(3).
        02 PO-Unit-Cost                PIC 9(4)V99.
        02 PO-Qty-Invoiced             PIC 9(5).

       FD RepMaster.
       01 Rep-Master-Rec.
           88 End-Of-Rep-Master        VALUE HIGH-VALUES.
        02 RMF-Rep-Id                  PIC X(5).
        02 RMF-Rep-Name                PIC X(20).
        02 RMF-Comm-Rate               PIC V99.
        02 RMF-Team-Code               PIC X(3).

       FD CoursesFile.
       01 Course-Master-Rec.
           88 End-Of-Courses           VALUE HIGH-VALUES.
        02 CRS-Code                   PIC X(4).
        02 CRS-Title                  PIC X(20).
        02 CRS-Capacity               PIC 9(3).
        02 CRS-Term-Start             PIC 9(8).

       FD StudentFile.
       01 StudentDetails.
           88 End-Of-Student-File     VALUE HIGH-VALUES.
        02  StudentId       PIC 9(7).
        02  StudentName.
         03 Surname      PIC X(8).
         03 Initials     PIC XX.
        02  DateOfBirth.
         03 YOBirth      PIC 9(4).
         03 MOBirth      PIC 9(2).
         03 DOBirth      PIC 9(2).
        02  CourseCode      PIC X(4).
           88 Student-Withdrawn VALUE "WDRN".
        02  Gender          PIC X.

       FD IntegrityReport.
       01 Integrity-Line               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CustMaster-Status        PIC XX.
           88 CustMaster-Present       VALUE "00".
       01  WS-CustBal-Status           PIC XX.
           88 CustBal-Present          VALUE "00".
       01  WS-OpenItems-Status         PIC XX.
           88 OpenItems-Present        VALUE "00".
       01  WS-Contract-Status          PIC XX.
           88 ContractFile-Present     VALUE "00".
       01  WS-StandOrd-Status          PIC XX.
           88 StandOrd-Present         VALUE "00".
       01  WS-OilMaster-Status         PIC XX.
           88 OilMaster-Present        VALUE "00".
       01  WS-OilStock-Status          PIC XX.
           88 OilStockFile-Present     VALUE "00".
       01  WS-Supplier-Status          PIC XX.
           88 SupplierFile-Present     VALUE "00".
       01  WS-OpenPo-Status            PIC XX.
           88 OpenPo-Present           VALUE "00".
       01  WS-RepMaster-Status         PIC XX.
           88 RepMaster-Present        VALUE "00".
       01  WS-Courses-Status           PIC XX.
           88 Courses-Present          VALUE "00".
       01  WS-Student-Status           PIC XX.
           88 StudentFile-Present      VALUE "00".

       01  Run-Date                    PIC 9(8) VALUE ZERO.

      * Every customer on the master, with what the open items and
      * the balance buckets each say they owe.
       01  Customer-Master-Table.
        02  CM-Entry OCCURS 5000 TIMES.
         03 CM-Cust-Id                PIC X(5).
         03 CM-Acct-Status            PIC X.
            88 CM-Account-Closed      VALUE "C".
         03 CM-Open-Total             PIC S9(9)V99.
         03 CM-Bal-Total              PIC S9(9)V99.
       01  CM-Count                    PIC 9(4) VALUE ZERO.
       01  CM-Scan-Idx                 PIC 9(4) VALUE ZERO.
       01  CM-Found-Idx                PIC 9(4) VALUE ZERO.
       01  CM-Found-Sw                 PIC X VALUE "N".
           88 CM-Found                 VALUE "Y".
       01  CM-Lookup-Id                PIC X(5).

      * One switch per oil number - Y when OILMAST.DAT carries it.
       01  Oil-Known-Table.
        02  OK-Known-Sw OCCURS 99 TIMES PIC X.
       01  Oil-Scan-Idx                PIC 99 VALUE ZERO.

       01  Supplier-Table.
        02  SPT-Supplier-Id OCCURS 500 TIMES PIC X(5).
       01  SPT-Count                   PIC 9(3) VALUE ZERO.
       01  SPT-Scan-Idx                PIC 9(3) VALUE ZERO.
       01  SPT-Found-Sw                PIC X VALUE "N".
           88 SPT-Found                VALUE "Y".

       01  Course-Table.
        02  CRT-Code OCCURS 200 TIMES  PIC X(4).
       01  CRT-Count                   PIC 9(3) VALUE ZERO.
       01  CRT-Scan-Idx                PIC 9(3) VALUE ZERO.
       01  CRT-Found-Sw                PIC X VALUE "N".
           88 CRT-Found                VALUE "Y".

       01  Table-Overflow-Sw           PIC X VALUE "N".
           88 Table-Overflow           VALUE "Y".
       01  Overflow-Table-Name         PIC X(12) VALUE SPACES.

       01  Error-Count                 PIC 9(5) VALUE ZERO.
       01  Warning-Count               PIC 9(5) VALUE ZERO.
       01  Rows-Read-Count             PIC 9(7) VALUE ZERO.
       01  Check-Finding-Count         PIC 9(5) VALUE ZERO.
       01  Balance-Total-Work          PIC S9(9)V99 VALUE ZERO.

       01  Integrity-Heading.
        02  FILLER                   PIC X(35) VALUE
             "CROSS-FILE INTEGRITY CHECK - RUN".
        02  IH-Run-Date              PIC 9(8).

       01  Integrity-Topic-Line.
        02  FILLER                   PIC X(9)  VALUE "SEVERITY".
        02  FILLER                   PIC X(15) VALUE "FILE".
        02  FILLER                   PIC X(17) VALUE "KEY".
        02  FILLER                   PIC X(40) VALUE "FINDING".

       01  Finding-Line.
        02  FL-Severity              PIC X(7).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FL-File                  PIC X(13).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FL-Key                   PIC X(15).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FL-Finding               PIC X(59).

       01  Balance-Finding-Line.
        02  BF-Severity              PIC X(7).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  BF-File                  PIC X(13).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  BF-Key                   PIC X(15).
        02  FILLER                   PIC X(2)  VALUE SPACES.
        02  FILLER                   PIC X(11) VALUE "OPEN ITEMS".
        02  BF-Open-Total            PIC ZZZ,ZZZ,ZZ9.99-.
        02  FILLER                   PIC X(11) VALUE "  BUCKETS".
        02  BF-Bal-Total             PIC ZZZ,ZZZ,ZZ9.99-.

       01  Check-Summary-Line.
        02  FILLER                   PIC X(9)  VALUE SPACES.
        02  CS-Check                 PIC X(40).
        02  CS-Rows                  PIC Z,ZZZ,ZZ9.
        02  FILLER                   PIC X(7)  VALUE " ROWS  ".
        02  CS-Findings              PIC ZZ,ZZ9.
        02  FILLER                   PIC X(9)  VALUE " FINDINGS".

       01  Not-Checked-Line.
        02  FILLER                   PIC X(9)  VALUE SPACES.
        02  NC-Check                 PIC X(40).
        02  FILLER                   PIC X(30) VALUE
             "NOT CHECKED - NOT ON DISK".

       01  Integrity-Total-Line.
        02  FILLER                   PIC X(9)  VALUE "ERRORS:".
        02  IT-Errors                PIC ZZ,ZZ9.
        02  FILLER                   PIC X(13) VALUE "   WARNINGS:".
        02  IT-Warnings              PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT Run-Date FROM DATE YYYYMMDD.
           PERFORM Load-Customer-Master.
           PERFORM Load-Oil-Master.
           PERFORM Load-Suppliers.
           PERFORM Load-Courses.
           IF Table-Overflow
               DISPLAY "INTGCHK1: " Overflow-Table-Name
                   " EXCEEDS ITS TABLE - RUN ABORTED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT IntegrityReport.
           MOVE Run-Date TO IH-Run-Date.
           WRITE Integrity-Line FROM Integrity-Heading
            AFTER ADVANCING 1 LINE.
           WRITE Integrity-Line FROM Integrity-Topic-Line
            AFTER ADVANCING 2 LINES.
           MOVE SPACES TO Integrity-Line.
           WRITE Integrity-Line AFTER ADVANCING 1 LINE.

           PERFORM Check-Cust-Balances.
           PERFORM Check-Open-Items.
           PERFORM Check-Balance-Agreement.
           PERFORM Check-Contracts.
           PERFORM Check-Standing-Orders.
           PERFORM Check-Oil-Stock.
           PERFORM Check-Open-Orders.
           PERFORM Check-Rep-Teams.
           PERFORM Check-Students.

           MOVE Error-Count TO IT-Errors.
           MOVE Warning-Count TO IT-Warnings.
           WRITE Integrity-Line FROM Integrity-Total-Line
            AFTER ADVANCING 2 LINES.
           CLOSE IntegrityReport.

           DISPLAY "INTGCHK1: " Error-Count " ERROR(S), "
               Warning-Count " WARNING(S)".
           IF Error-Count > ZERO
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       Load-Customer-Master.
           OPEN INPUT CustMaster.
           IF CustMaster-Present
               READ CustMaster
                   AT END SET End-Of-Cust-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cust-Master
                   IF CM-Count < 5000
                       ADD 1 TO CM-Count
                       MOVE CMF-Cust-Id TO CM-Cust-Id(CM-Count)
                       MOVE CMF-Acct-Status TO CM-Acct-Status(CM-Count)
                       MOVE ZERO TO CM-Open-Total(CM-Count)
                       MOVE ZERO TO CM-Bal-Total(CM-Count)
                   ELSE
                       SET Table-Overflow TO TRUE
                       MOVE "CUSTMAST.DAT" TO Overflow-Table-Name
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

       Load-Oil-Master.
           MOVE ALL "N" TO Oil-Known-Table.
           OPEN INPUT OilMaster.
           IF OilMaster-Present
               READ OilMaster
                   AT END SET End-Of-Oil-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Master
                   IF OMF-Oil-Num IS NUMERIC AND OMF-Oil-Num > ZERO
                       MOVE "Y" TO OK-Known-Sw(OMF-Oil-Num)
                   END-IF
                   READ OilMaster
                       AT END SET End-Of-Oil-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilMaster
           END-IF.

      * One row per supplier/oil pairing - each supplier is held
      * once.
       Load-Suppliers.
           OPEN INPUT SupplierFile.
           IF SupplierFile-Present
               READ SupplierFile
                   AT END SET End-Of-Supplier-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Supplier-File
                   MOVE SUP-Supplier-Id TO CM-Lookup-Id
                   PERFORM Find-Supplier
                   IF NOT SPT-Found
                       IF SPT-Count < 500
                           ADD 1 TO SPT-Count
                           MOVE SUP-Supplier-Id
                             TO SPT-Supplier-Id(SPT-Count)
                       ELSE
                           SET Table-Overflow TO TRUE
                           MOVE "SUPPLIER.DAT" TO Overflow-Table-Name
                       END-IF
                   END-IF
                   READ SupplierFile
                       AT END SET End-Of-Supplier-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE SupplierFile
           END-IF.

       Find-Supplier.
           MOVE "N" TO SPT-Found-Sw.
           PERFORM VARYING SPT-Scan-Idx FROM 1 BY 1
                   UNTIL SPT-Scan-Idx > SPT-Count OR SPT-Found
               IF SPT-Supplier-Id(SPT-Scan-Idx) = CM-Lookup-Id
                   SET SPT-Found TO TRUE
               END-IF
           END-PERFORM.

       Load-Courses.
           OPEN INPUT CoursesFile.
           IF Courses-Present
               READ CoursesFile
                   AT END SET End-Of-Courses TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Courses
                   IF CRT-Count < 200
                       ADD 1 TO CRT-Count
                       MOVE CRS-Code TO CRT-Code(CRT-Count)
                   ELSE
                       SET Table-Overflow TO TRUE
                       MOVE "COURSES.DAT" TO Overflow-Table-Name
                   END-IF
                   READ CoursesFile
                       AT END SET End-Of-Courses TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CoursesFile
           END-IF.

      * Every balance row must belong to a customer on the master;
      * the buckets it carries are held against that customer for
      * the open-item agreement.
       Check-Cust-Balances.
           MOVE ZERO TO Rows-Read-Count.
           MOVE ZERO TO Check-Finding-Count.
           OPEN INPUT CustBalances.
           IF NOT CustBal-Present
               MOVE "CUSTBAL.DAT AGAINST CUSTMAST.DAT" TO NC-Check
               WRITE Integrity-Line FROM Not-Checked-Line
                AFTER ADVANCING 1 LINE
           ELSE
               IF NOT CustMaster-Present
                   MOVE "CUSTMAST.DAT" TO FL-Key
                   MOVE "CUSTMAST.DAT NOT ON DISK - CANNOT CHECK"
                     TO FL-Finding
                   MOVE "CUSTBAL.DAT" TO FL-File
                   PERFORM Write-Error-Finding
               END-IF
               READ CustBalances
                   AT END SET End-Of-Cust-Balances TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Cust-Balances
                   ADD 1 TO Rows-Read-Count
                   PERFORM Check-One-Balance
                   READ CustBalances
                       AT END SET End-Of-Cust-Balances TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CustBalances
               MOVE "CUSTBAL.DAT AGAINST CUSTMAST.DAT" TO CS-Check
               PERFORM Write-Check-Summary
           END-IF.

       Check-One-Balance.
           MOVE CB-Cust-Id TO CM-Lookup-Id.
           PERFORM Find-Customer.
           IF CM-Found
               COMPUTE CM-Bal-Total(CM-Found-Idx) =
                   CM-Bal-Total(CM-Found-Idx)
                   + CB-Bal-Current + CB-Bal-30
                   + CB-Bal-60 + CB-Bal-90
           ELSE
               IF CustMaster-Present
                   MOVE "CUSTBAL.DAT" TO FL-File
                   MOVE CB-Cust-Id TO FL-Key
                   MOVE "BALANCE FOR A CUSTOMER NOT ON CUSTMAST.DAT"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
           END-IF.

       Check-Open-Items.
           MOVE ZERO TO Rows-Read-Count.
           MOVE ZERO TO Check-Finding-Count.
           OPEN INPUT OpenItems.
           IF NOT OpenItems-Present
               MOVE "OPENITEM.DAT AGAINST CUSTMAST.DAT" TO NC-Check
               WRITE Integrity-Line FROM Not-Checked-Line
                AFTER ADVANCING 1 LINE
           ELSE
               IF NOT CustMaster-Present
                   MOVE "OPENITEM.DAT" TO FL-File
                   MOVE "CUSTMAST.DAT" TO FL-Key
                   MOVE "CUSTMAST.DAT NOT ON DISK - CANNOT CHECK"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
               READ OpenItems
                   AT END SET End-Of-Open-Items TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Items
                   ADD 1 TO Rows-Read-Count
                   MOVE OI-Cust-Id TO CM-Lookup-Id
                   PERFORM Find-Customer
                   IF CM-Found
                       IF OI-Amount-Open IS NUMERIC
                           ADD OI-Amount-Open
                             TO CM-Open-Total(CM-Found-Idx)
                       END-IF
                   ELSE
                       IF CustMaster-Present
                           MOVE "OPENITEM.DAT" TO FL-File
                           MOVE SPACES TO FL-Key
                           STRING OI-Cust-Id " " OI-Invoice-Id
                               DELIMITED BY SIZE INTO FL-Key
                           MOVE
                         "INVOICE FOR A CUSTOMER NOT ON CUSTMAST.DAT"
                             TO FL-Finding
                           PERFORM Write-Error-Finding
                       END-IF
                   END-IF
                   READ OpenItems
                       AT END SET End-Of-Open-Items TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenItems
               MOVE "OPENITEM.DAT AGAINST CUSTMAST.DAT" TO CS-Check
               PERFORM Write-Check-Summary
           END-IF.

      * The open items are the sub-ledger behind the buckets, at the
      * same net basis - each customer's two totals must be equal.
       Check-Balance-Agreement.
           MOVE ZERO TO Rows-Read-Count.
           MOVE ZERO TO Check-Finding-Count.
           IF CustBal-Present AND OpenItems-Present
              AND CustMaster-Present
               PERFORM VARYING CM-Scan-Idx FROM 1 BY 1
                       UNTIL CM-Scan-Idx > CM-Count
                   ADD 1 TO Rows-Read-Count
                   IF CM-Open-Total(CM-Scan-Idx)
                      NOT = CM-Bal-Total(CM-Scan-Idx)
                       PERFORM Write-Balance-Finding
                   END-IF
               END-PERFORM
               MOVE "OPENITEM.DAT TOTALS AGAINST CUSTBAL.DAT"
                 TO CS-Check
               PERFORM Write-Check-Summary
           ELSE
               MOVE "OPENITEM.DAT TOTALS AGAINST CUSTBAL.DAT"
                 TO NC-Check
               WRITE Integrity-Line FROM Not-Checked-Line
                AFTER ADVANCING 1 LINE
           END-IF.

       Write-Balance-Finding.
           MOVE "ERROR" TO BF-Severity.
           MOVE "OPENITEM.DAT" TO BF-File.
           MOVE CM-Cust-Id(CM-Scan-Idx) TO BF-Key.
           MOVE CM-Open-Total(CM-Scan-Idx) TO BF-Open-Total.
           MOVE CM-Bal-Total(CM-Scan-Idx) TO BF-Bal-Total.
           WRITE Integrity-Line FROM Balance-Finding-Line
            AFTER ADVANCING 1 LINE.
           ADD 1 TO Error-Count.
           ADD 1 TO Check-Finding-Count.

      * A contract price for a closed account harms nothing until
      * the account reopens - reported, not stopped on.
       Check-Contracts.
           MOVE ZERO TO Rows-Read-Count.
           MOVE ZERO TO Check-Finding-Count.
           OPEN INPUT ContractPrices.
           IF NOT ContractFile-Present
               MOVE "CONTRACT.DAT AGAINST CUSTMAST.DAT" TO NC-Check
               WRITE Integrity-Line FROM Not-Checked-Line
                AFTER ADVANCING 1 LINE
           ELSE
               IF NOT CustMaster-Present
                   MOVE "CONTRACT.DAT" TO FL-File
                   MOVE "CUSTMAST.DAT" TO FL-Key
                   MOVE "CUSTMAST.DAT NOT ON DISK - CANNOT CHECK"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
               READ ContractPrices
                   AT END SET End-Of-Contract-Prices TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Contract-Prices
                   ADD 1 TO Rows-Read-Count
                   PERFORM Check-One-Contract
                   READ ContractPrices
                       AT END SET End-Of-Contract-Prices TO TRUE
                   END-READ
               END-PERFORM
               CLOSE ContractPrices
               MOVE "CONTRACT.DAT AGAINST CUSTMAST.DAT" TO CS-Check
               PERFORM Write-Check-Summary
           END-IF.

       Check-One-Contract.
           MOVE CPF-Cust-Id TO CM-Lookup-Id.
           PERFORM Find-Customer.
           MOVE "CONTRACT.DAT" TO FL-File.
           MOVE SPACES TO FL-Key.
           STRING CPF-Cust-Id " " CPF-Oil-Num "/" CPF-Unit-Size
               DELIMITED BY SIZE INTO FL-Key.
           IF CM-Found
               IF CM-Account-Closed(CM-Found-Idx)
                   MOVE "CONTRACT PRICE HELD FOR A CLOSED ACCOUNT"
                     TO FL-Finding
                   PERFORM Write-Warning-Finding
               END-IF
           ELSE
               IF CustMaster-Present
                   MOVE "PRICE FOR A CUSTOMER NOT ON CUSTMAST.DAT"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
           END-IF.

      * STORDER1 delivers every order in its dates whatever the
      * account's status, so an order still running on a closed
      * account is an error; one already ended is left alone.
       Check-Standing-Orders.
           MOVE ZERO TO Rows-Read-Count.
           MOVE ZERO TO Check-Finding-Count.
           OPEN INPUT StandingOrders.
           IF NOT StandOrd-Present
               MOVE "STANDORD.DAT AGAINST CUSTMAST.DAT" TO NC-Check
               WRITE Integrity-Line FROM Not-Checked-Line
                AFTER ADVANCING 1 LINE
           ELSE
               IF NOT CustMaster-Present
                   MOVE "STANDORD.DAT" TO FL-File
                   MOVE "CUSTMAST.DAT" TO FL-Key
                   MOVE "CUSTMAST.DAT NOT ON DISK - CANNOT CHECK"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
               READ StandingOrders
                   AT END SET End-Of-Standing-Orders TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Standing-Orders
                   ADD 1 TO Rows-Read-Count
                   PERFORM Check-One-Standing-Order
                   READ StandingOrders
                       AT END SET End-Of-Standing-Orders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StandingOrders
               MOVE "STANDORD.DAT AGAINST CUSTMAST.DAT" TO CS-Check
               PERFORM Write-Check-Summary
           END-IF.

       Check-One-Standing-Order.
           MOVE SO-Cust-Id TO CM-Lookup-Id.
           PERFORM Find-Customer.
           MOVE "STANDORD.DAT" TO FL-File.
           MOVE SPACES TO FL-Key.
           STRING SO-Cust-Id " " SO-Oil-Num "/" SO-Unit-Size
               DELIMITED BY SIZE INTO FL-Key.
           IF CM-Found
               IF CM-Account-Closed(CM-Found-Idx)
                  AND (SO-End-Date = ZERO OR SO-End-Date >= Run-Date)
                   MOVE
                     "STANDING ORDER STILL RUNNING ON A CLOSED ACCOUNT"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
           ELSE
               IF CustMaster-Present
                   MOVE "ORDER FOR A CUSTOMER NOT ON CUSTMAST.DAT"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
           END-IF.

       Check-Oil-Stock.
           MOVE ZERO TO Rows-Read-Count.
           MOVE ZERO TO Check-Finding-Count.
           OPEN INPUT OilStock.
           IF NOT OilStockFile-Present
               MOVE "OILSTOCK.DAT AGAINST OILMAST.DAT" TO NC-Check
               WRITE Integrity-Line FROM Not-Checked-Line
                AFTER ADVANCING 1 LINE
           ELSE
               IF NOT OilMaster-Present
                   MOVE "OILSTOCK.DAT" TO FL-File
                   MOVE "OILMAST.DAT" TO FL-Key
                   MOVE "OILMAST.DAT NOT ON DISK - CANNOT CHECK"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
               READ OilStock
                   AT END SET End-Of-Oil-Stock TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Oil-Stock
                   ADD 1 TO Rows-Read-Count
                   IF OilMaster-Present
                       PERFORM Check-One-Stock-Cell
                   END-IF
                   READ OilStock
                       AT END SET End-Of-Oil-Stock TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OilStock
               MOVE "OILSTOCK.DAT AGAINST OILMAST.DAT" TO CS-Check
               PERFORM Write-Check-Summary
           END-IF.

       Check-One-Stock-Cell.
           MOVE "N" TO CM-Found-Sw.
           IF OS-Oil-Num IS NUMERIC AND OS-Oil-Num > ZERO
               IF OK-Known-Sw(OS-Oil-Num) = "Y"
                   SET CM-Found TO TRUE
               END-IF
           END-IF.
           IF NOT CM-Found
               MOVE "OILSTOCK.DAT" TO FL-File
               MOVE SPACES TO FL-Key
               STRING OS-Oil-Num "/" OS-Unit-Size " " OS-Branch-Id
                   DELIMITED BY SIZE INTO FL-Key
               MOVE "STOCK CELL FOR AN OIL NOT ON OILMAST.DAT"
                 TO FL-Finding
               PERFORM Write-Error-Finding
           END-IF.

       Check-Open-Orders.
           MOVE ZERO TO Rows-Read-Count.
           MOVE ZERO TO Check-Finding-Count.
           OPEN INPUT OpenOrders.
           IF NOT OpenPo-Present
               MOVE "OPENPO.DAT AGAINST SUPPLIER.DAT" TO NC-Check
               WRITE Integrity-Line FROM Not-Checked-Line
                AFTER ADVANCING 1 LINE
           ELSE
               IF NOT SupplierFile-Present
                   MOVE "OPENPO.DAT" TO FL-File
                   MOVE "SUPPLIER.DAT" TO FL-Key
                   MOVE "SUPPLIER.DAT NOT ON DISK - CANNOT CHECK"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
               READ OpenOrders
                   AT END SET End-Of-Open-Orders TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Open-Orders
                   ADD 1 TO Rows-Read-Count
                   MOVE PO-Supplier-Id TO CM-Lookup-Id
                   PERFORM Find-Supplier
                   IF NOT SPT-Found AND SupplierFile-Present
                       MOVE "OPENPO.DAT" TO FL-File
                       MOVE SPACES TO FL-Key
                       STRING PO-Number " " PO-Supplier-Id
                           DELIMITED BY SIZE INTO FL-Key
                       MOVE "ORDER ON A SUPPLIER NOT ON SUPPLIER.DAT"
                         TO FL-Finding
                       PERFORM Write-Error-Finding
                   END-IF
                   READ OpenOrders
                       AT END SET End-Of-Open-Orders TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OpenOrders
               MOVE "OPENPO.DAT AGAINST SUPPLIER.DAT" TO CS-Check
               PERFORM Write-Check-Summary
           END-IF.

      * There is no team master - a team is whatever code the reps
      * carry - so the only broken link is a rep carrying none.
       Check-Rep-Teams.
           MOVE ZERO TO Rows-Read-Count.
           MOVE ZERO TO Check-Finding-Count.
           OPEN INPUT RepMaster.
           IF NOT RepMaster-Present
               MOVE "REPMAST.DAT TEAM CODES" TO NC-Check
               WRITE Integrity-Line FROM Not-Checked-Line
                AFTER ADVANCING 1 LINE
           ELSE
               READ RepMaster
                   AT END SET End-Of-Rep-Master TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Rep-Master
                   ADD 1 TO Rows-Read-Count
                   IF RMF-Team-Code = SPACES
                       MOVE "REPMAST.DAT" TO FL-File
                       MOVE RMF-Rep-Id TO FL-Key
                       MOVE "REP WITH NO TEAM CODE" TO FL-Finding
                       PERFORM Write-Warning-Finding
                   END-IF
                   READ RepMaster
                       AT END SET End-Of-Rep-Master TO TRUE
                   END-READ
               END-PERFORM
               CLOSE RepMaster
               MOVE "REPMAST.DAT TEAM CODES" TO CS-Check
               PERFORM Write-Check-Summary
           END-IF.

      * A withdrawn student carries WDRN and one not yet placed
      * carries blanks - neither is a course.
       Check-Students.
           MOVE ZERO TO Rows-Read-Count.
           MOVE ZERO TO Check-Finding-Count.
           OPEN INPUT StudentFile.
           IF NOT StudentFile-Present
               MOVE "STUDENTS.DAT AGAINST COURSES.DAT" TO NC-Check
               WRITE Integrity-Line FROM Not-Checked-Line
                AFTER ADVANCING 1 LINE
           ELSE
               IF NOT Courses-Present
                   MOVE "STUDENTS.DAT" TO FL-File
                   MOVE "COURSES.DAT" TO FL-Key
                   MOVE "COURSES.DAT NOT ON DISK - CANNOT CHECK"
                     TO FL-Finding
                   PERFORM Write-Error-Finding
               END-IF
               READ StudentFile
                   AT END SET End-Of-Student-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Student-File
                   ADD 1 TO Rows-Read-Count
                   IF Courses-Present AND NOT Student-Withdrawn
                      AND CourseCode NOT = SPACES
                       PERFORM Check-One-Student
                   END-IF
                   READ StudentFile
                       AT END SET End-Of-Student-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE StudentFile
               MOVE "STUDENTS.DAT AGAINST COURSES.DAT" TO CS-Check
               PERFORM Write-Check-Summary
           END-IF.

       Check-One-Student.
           MOVE "N" TO CRT-Found-Sw.
           PERFORM VARYING CRT-Scan-Idx FROM 1 BY 1
                   UNTIL CRT-Scan-Idx > CRT-Count OR CRT-Found
               IF CRT-Code(CRT-Scan-Idx) = CourseCode
                   SET CRT-Found TO TRUE
               END-IF
           END-PERFORM.
           IF NOT CRT-Found
               MOVE "STUDENTS.DAT" TO FL-File
               MOVE SPACES TO FL-Key
               STRING StudentId " " CourseCode
                   DELIMITED BY SIZE INTO FL-Key
               MOVE "STUDENT ON A COURSE NOT ON COURSES.DAT"
                 TO FL-Finding
               PERFORM Write-Error-Finding
           END-IF.

       Write-Error-Finding.
           MOVE "ERROR" TO FL-Severity.
           WRITE Integrity-Line FROM Finding-Line
            AFTER ADVANCING 1 LINE.
           ADD 1 TO Error-Count.
           ADD 1 TO Check-Finding-Count.

       Write-Warning-Finding.
           MOVE "WARNING" TO FL-Severity.
           WRITE Integrity-Line FROM Finding-Line
            AFTER ADVANCING 1 LINE.
           ADD 1 TO Warning-Count.
           ADD 1 TO Check-Finding-Count.

       Write-Check-Summary.
           MOVE Rows-Read-Count TO CS-Rows.
           MOVE Check-Finding-Count TO CS-Findings.
           WRITE Integrity-Line FROM Check-Summary-Line
            AFTER ADVANCING 1 LINE.

       END PROGRAM INTGCHK1.
