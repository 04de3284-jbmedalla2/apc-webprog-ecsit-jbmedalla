      *          on the master - are logged to the error report instead
      *          of applied, and every applied change writes a
      *          before/after image to the audit report the way
      *          NAMECHG-AUDIT.RPT does for names - and, dated, to
      *          CUSTCHG-HIST.DAT, which keeps every run's images.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT CustChangeAudit ASSIGN TO "CUSTCHG-AUDIT.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * The same audit images, dated and kept across runs - the
      * report above is rewritten every run.
           SELECT CustChangeHist ASSIGN TO "CUSTCHG-HIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CustChgHist-Status.

      * Operator sign-on: who may run which maintenance function.
           SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
       FD CustChangeAudit.
       01 Cust-Change-Audit-Line     PIC X(97).

       FD CustChangeHist.
       01 Cust-Change-Hist-Rec.
        02 CHH-Date                  PIC 9(8).
        02 CHH-Time                  PIC 9(6).
        02 CHH-Audit-Image           PIC X(97).

       FD OperatorFile.
       01 Operator-Rec.
           88 End-Of-Operator-File   VALUE HIGH-VALUES.

       01  WS-CustChg-Status         PIC XX.
           88 CustChgFile-Present    VALUE "00".
       01  WS-CustChgHist-Status     PIC XX.
       01  WS-BatchReg-Status        PIC XX.
      * The batch controls, proved in a pre-pass - the AROMRPT1
      * PAYMENTS.DAT scheme, count-only since no money rides here.
           OPEN INPUT CustChanges.
           OPEN OUTPUT CustChangeErrors.
           OPEN OUTPUT CustChangeAudit.
           OPEN EXTEND CustChangeHist.
           IF WS-CustChgHist-Status NOT = "00"
               OPEN OUTPUT CustChangeHist
           END-IF.
           IF CustChgFile-Present
               MOVE SPACES TO Cust-Change-Rec
               READ CustChanges
           CLOSE CustChanges.
           CLOSE CustChangeErrors.
           CLOSE CustChangeAudit.
           CLOSE CustChangeHist.
           PERFORM Register-Applied-Batches
               THRU Register-Applied-Batches-Exit.

           MOVE Signon-Operator-Id TO CCA-Operator.
           WRITE Cust-Change-Audit-Line
               FROM Cust-Change-Audit-Detail.
           MOVE Signon-Date TO CHH-Date.
           MOVE Signon-Time(1:6) TO CHH-Time.
           MOVE Cust-Change-Audit-Detail TO CHH-Audit-Image.
           WRITE Cust-Change-Hist-Rec.

      * Sign-on against OPERATOR.DAT: the keyed ID must exist and its
      * permitted-function letters must include this program's own.
