      *          from CUSTMAST.DAT and the open amounts per bucket,
      *          plus the DUNCTL.RPT control listing of who got which
      *          level. Customers whose balance has cleared reset to
      *          level zero. Every letter sent is also kept on
      *          DUNHIST.DAT, which only ever grows.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

           SELECT DunningControl ASSIGN TO "DUNCTL.RPT"
                     ORGANIZATION IS LINE SEQUENTIAL.

      * One row per letter ever sent - DUNNING.RPT is redrafted
      * each run, this is the lasting record of who was chased when.
           SELECT DunningHistory ASSIGN TO "DUNHIST.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-DunHist-Status.
       DATA DIVISION.
       FILE SECTION.
       FD CustBalances.
       FD DunningControl.
       01 Dunning-Control-Line        PIC X(60).

       FD DunningHistory.
       01 Dunning-History-Rec.
        02 DH-Cust-Id                 PIC X(5).
        02 DH-Letter-Date             PIC 9(8).
        02 DH-Level                   PIC 9.
        02 DH-Total-Due               PIC S9(8)V99.

       WORKING-STORAGE SECTION.
       01  WS-CustBal-Status          PIC XX.
           88 CustBalFile-Present     VALUE "00".
           88 CustMaster-Present      VALUE "00".
       01  WS-DunLevel-Status         PIC XX.
           88 DunLevelFile-Present    VALUE "00".
       01  WS-DunHist-Status          PIC XX.

       01  Customer-Master-Table.
        02  CM-Entry OCCURS 5000 TIMES INDEXED BY CM-Idx.

           OPEN OUTPUT DunningLetters.
           OPEN OUTPUT DunningControl.
           OPEN EXTEND DunningHistory.
           IF WS-DunHist-Status NOT = "00"
               OPEN OUTPUT DunningHistory
           END-IF.
           WRITE Dunning-Control-Line FROM Control-Heading
            AFTER ADVANCING 1 LINE.
           PERFORM Walk-Customer-Balances.
           CLOSE DunningLetters.
           CLOSE DunningControl.
           CLOSE DunningHistory.

           PERFORM Rewrite-Dun-Levels.
           DISPLAY "DUNNING1: " Letters-Sent-Count
           MOVE Total-Due TO CT-Total-Due.
           WRITE Dunning-Control-Line FROM Control-Detail
            AFTER ADVANCING 1 LINE.
           MOVE CB-Cust-Id TO DH-Cust-Id.
           MOVE Run-Date TO DH-Letter-Date.
           MOVE Sent-Level TO DH-Level.
           MOVE Total-Due TO DH-Total-Due.
           WRITE Dunning-History-Rec.

      * Every customer the run judged goes back out with their new
      * level - customers the balance file no longer carries drop
