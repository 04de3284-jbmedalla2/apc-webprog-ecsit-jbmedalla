      *          a customer with no balance row, goes to
      *          WRITEOFF-ERR.RPT instead - the CUSTCHG-ERR.RPT
      *          scheme. The input file archives to a dated history
      *          and clears once applied, so nothing writes off twice;
      *          each history file is named on WOLIST.DAT and, with
      *          its run date and period, on ARCHPER.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-WriteOffHist-Status.

      * Every write-off history file in the order written - the
      * ARCHLIST.DAT scheme, so CREDREV1 can find them again.
           SELECT WriteOffList ASSIGN TO "WOLIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-WriteOffList-Status.

      * The AROMRPT1 archive register - name, date and period, so the
      * retention run knows which period each history belongs to.
           SELECT ArchPeriods ASSIGN TO "ARCHPER.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-ArchPer-Status.

      * Indexed on the customer id now - loaded in key order, the
      * adjusted rows put back through the key instead of the
      * whole-file rewrite.
       FD WriteOffHist.
       01 Write-Off-Hist-Rec          PIC X(19).

       FD WriteOffList.
       01 Write-Off-List-Rec          PIC X(35).

       FD ArchPeriods.
       01 Arch-Period-Rec.
        02 AP-File-Name               PIC X(35).
        02 AP-Archive-Date            PIC 9(8).
        02 AP-Period                  PIC X(20).

       FD CustBalances.
       01 Cust-Balance-Rec.
           88 End-Of-Cust-Balances     VALUE HIGH-VALUES.
       01  WS-WriteOff-Status         PIC XX.
           88 WriteOffFile-Present    VALUE "00".
       01  WS-WriteOffHist-Status     PIC XX.
       01  WS-WriteOffList-Status     PIC XX.
       01  WS-ArchPer-Status          PIC XX.
       01  WS-CustBal-Status          PIC XX.
           88 CustBalFile-Present     VALUE "00".
       01  WS-RunParm-Status          PIC XX.
               CLOSE WriteOffs
           END-IF.
           CLOSE WriteOffHist.
           OPEN EXTEND WriteOffList.
           IF WS-WriteOffList-Status NOT = "00"
               OPEN OUTPUT WriteOffList
           END-IF.
           MOVE WriteOff-Hist-File-Name TO Write-Off-List-Rec.
           WRITE Write-Off-List-Rec.
           CLOSE WriteOffList.
           OPEN EXTEND ArchPeriods.
           IF WS-ArchPer-Status NOT = "00"
               OPEN OUTPUT ArchPeriods
           END-IF.
           MOVE WriteOff-Hist-File-Name TO AP-File-Name.
           MOVE Run-Date TO AP-Archive-Date.
           MOVE WriteOff-Period TO AP-Period.
           WRITE Arch-Period-Rec.
           CLOSE ArchPeriods.
           OPEN OUTPUT WriteOffs.
           CLOSE WriteOffs.

