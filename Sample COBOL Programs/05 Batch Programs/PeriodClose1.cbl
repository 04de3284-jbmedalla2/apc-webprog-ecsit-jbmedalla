      *          letter P) and keys CLOSE or REOPEN; every decision -
      *          including a refused sign-on - lands on OPSEC.LOG,
      *          so a reopened period is always someone's named
      *          action. A period only closes once CLOSERDY's
      *          readiness check has passed it on CLOSEREADY.DAT;
      *          otherwise a supervisor (function letter O, someone
      *          other than the operator signed on) must key their
      *          id to override, and the override goes on OPSEC.LOG
      *          under the supervisor's name. Reopening a period
      *          clears its pass, so closing it again needs a fresh
      *          check.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT OpSecLog ASSIGN TO "OPSEC.LOG"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-OpSec-Status.

           SELECT CloseReady ASSIGN TO "CLOSEREADY.DAT"
                     ORGANIZATION IS LINE SEQUENTIAL
                     FILE STATUS IS WS-CloseReady-Status.
       DATA DIVISION.
       FILE SECTION.
       FD PeriodStatus.
        02 OSL-Program                PIC X(8).
        02 OSL-Decision               PIC X(8).

       FD CloseReady.
       01 Close-Ready-Rec.
           88 End-Of-Close-Ready      VALUE HIGH-VALUES.
        02 CR-Period                  PIC X(20).
        02 CR-Result                  PIC X.
        02 CR-Date                    PIC 9(8).
        02 CR-Time                    PIC 9(6).
        02 CR-Blockers                PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-Periods-Status          PIC XX.
           88 PeriodsFile-Present     VALUE "00".
       01  WS-Operator-Status         PIC XX.
           88 OperatorFile-Present    VALUE "00".
       01  WS-OpSec-Status            PIC XX.
       01  WS-CloseReady-Status       PIC XX.
           88 CloseReady-Present      VALUE "00".

       01  Signon-Operator-Id         PIC X(5).
       01  Operator-Functions         PIC X(10).
           88 Close-Action            VALUE "CLOSE".
           88 Reopen-Action           VALUE "REOPEN".

      * The period's readiness as CLOSERDY last left it.
       01  Ready-Table.
        02  RDY-Entry OCCURS 100 TIMES.
         03 RDY-Period                PIC X(20).
         03 RDY-Result                PIC X.
         03 RDY-Date                  PIC 9(8).
         03 RDY-Time                  PIC 9(6).
         03 RDY-Blockers              PIC 9(3).
       01  RDY-Count                  PIC 9(3) VALUE ZERO.
       01  RDY-Scan-Idx               PIC 9(3) VALUE ZERO.
       01  RDY-Found-Idx              PIC 9(3) VALUE ZERO.
       01  RDY-Found-Sw               PIC X VALUE "N".
           88 RDY-Found               VALUE "Y".
       01  Period-Ready-Sw            PIC X VALUE "N".
           88 Period-Ready            VALUE "Y".

       01  Supervisor-Id              PIC X(5) VALUE SPACES.
       01  Supervisor-Functions       PIC X(10) VALUE SPACES.
       01  Supervisor-Found-Sw        PIC X VALUE "N".
           88 Supervisor-Found        VALUE "Y".
       01  Override-Allowed-Sw        PIC X VALUE "N".
           88 Override-Allowed        VALUE "Y".
       01  Override-Function          PIC X VALUE "O".
       01  Log-Operator-Id            PIC X(5) VALUE SPACES.
       01  Log-Decision               PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM Operator-Sign-On.
           DISPLAY "ACTION FOR PERIOD " Run-Period
               " (CLOSE / REOPEN) ?".
           ACCEPT Keyed-Action.
           PERFORM Load-Ready-Table.
           IF Close-Action
               PERFORM Check-Close-Readiness
               IF NOT Period-Ready
                   PERFORM Supervisor-Override
                       THRU Supervisor-Override-Exit
                   IF NOT Override-Allowed
                       DISPLAY "PERCLOSE: PERIOD " Run-Period
                           " HAS NOT PASSED THE READINESS CHECK - "
                           "CLOSE REFUSED"
                       MOVE Signon-Operator-Id TO Log-Operator-Id
                       MOVE "NOTREADY" TO Log-Decision
                       PERFORM Write-Op-Sec-Log
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
                   DISPLAY "PERCLOSE: READINESS OVERRIDDEN BY "
                       "SUPERVISOR " Supervisor-Id
                   MOVE Supervisor-Id TO Log-Operator-Id
                   MOVE "OVERRIDE" TO Log-Decision
                   PERFORM Write-Op-Sec-Log
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN Close-Action
                   PERFORM Set-Period-Status-C
               MOVE "O" TO PDT-Status(PDT-Found-Idx)
               DISPLAY "PERCLOSE: PERIOD " Run-Period " REOPENED"
           END-IF.
           PERFORM Clear-Readiness.

       Rewrite-Period-Table.
           OPEN OUTPUT PeriodStatus.
           END-PERFORM.
           CLOSE PeriodStatus.

       Load-Ready-Table.
           OPEN INPUT CloseReady.
           IF CloseReady-Present
               READ CloseReady
                   AT END SET End-Of-Close-Ready TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Close-Ready
                   IF RDY-Count < 100
                       ADD 1 TO RDY-Count
                       MOVE CR-Period TO RDY-Period(RDY-Count)
                       MOVE CR-Result TO RDY-Result(RDY-Count)
                       MOVE CR-Date TO RDY-Date(RDY-Count)
                       MOVE CR-Time TO RDY-Time(RDY-Count)
                       MOVE CR-Blockers TO RDY-Blockers(RDY-Count)
                   END-IF
                   READ CloseReady
                       AT END SET End-Of-Close-Ready TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CloseReady
           END-IF.
           MOVE "N" TO RDY-Found-Sw.
           MOVE ZERO TO RDY-Found-Idx.
           PERFORM VARYING RDY-Scan-Idx FROM 1 BY 1
                   UNTIL RDY-Scan-Idx > RDY-Count OR RDY-Found
               IF RDY-Period(RDY-Scan-Idx) = Run-Period
                   MOVE "Y" TO RDY-Found-Sw
                   MOVE RDY-Scan-Idx TO RDY-Found-Idx
               END-IF
           END-PERFORM.

       Check-Close-Readiness.
           MOVE "N" TO Period-Ready-Sw.
           IF RDY-Found
               IF RDY-Result(RDY-Found-Idx) = "P"
                   MOVE "Y" TO Period-Ready-Sw
               END-IF
           END-IF.

      * A reopened period is no longer the one that was checked - its
      * pass goes, and the next close needs CLOSERDY run again.
       Clear-Readiness.
           IF RDY-Found
               IF RDY-Result(RDY-Found-Idx) = "P"
                   MOVE "R" TO RDY-Result(RDY-Found-Idx)
                   OPEN OUTPUT CloseReady
                   PERFORM VARYING RDY-Scan-Idx FROM 1 BY 1
                           UNTIL RDY-Scan-Idx > RDY-Count
                       MOVE RDY-Period(RDY-Scan-Idx) TO CR-Period
                       MOVE RDY-Result(RDY-Scan-Idx) TO CR-Result
                       MOVE RDY-Date(RDY-Scan-Idx) TO CR-Date
                       MOVE RDY-Time(RDY-Scan-Idx) TO CR-Time
                       MOVE RDY-Blockers(RDY-Scan-Idx) TO CR-Blockers
                       WRITE Close-Ready-Rec
                   END-PERFORM
                   CLOSE CloseReady
               END-IF
           END-IF.

      * Closing without a pass takes a second, senior name - the
      * supervisor keys their own id, which must carry the override
      * letter and must not be the operator already signed on.
       Supervisor-Override.
           MOVE "N" TO Override-Allowed-Sw.
           MOVE "N" TO Supervisor-Found-Sw.
           DISPLAY "PERIOD " Run-Period " HAS NOT PASSED THE "
               "READINESS CHECK".
           DISPLAY "SUPERVISOR ID TO OVERRIDE (BLANK TO CANCEL) ?".
           ACCEPT Supervisor-Id.
           IF Supervisor-Id = SPACES
              OR Supervisor-Id = Signon-Operator-Id
               GO TO Supervisor-Override-Exit
           END-IF.
           OPEN INPUT OperatorFile.
           IF OperatorFile-Present
               READ OperatorFile
                   AT END SET End-Of-Operator-File TO TRUE
               END-READ
               PERFORM UNTIL End-Of-Operator-File OR Supervisor-Found
                   IF OPF-Operator-Id = Supervisor-Id
                       MOVE "Y" TO Supervisor-Found-Sw
                       MOVE OPF-Functions TO Supervisor-Functions
                   END-IF
                   READ OperatorFile
                       AT END SET End-Of-Operator-File TO TRUE
                   END-READ
               END-PERFORM
               CLOSE OperatorFile
           END-IF.
           IF Supervisor-Found
               PERFORM VARYING Function-Scan-Idx FROM 1 BY 1
                       UNTIL Function-Scan-Idx > 10
                          OR Override-Allowed
                   IF Supervisor-Functions(Function-Scan-Idx:1)
                           = Override-Function
                       MOVE "Y" TO Override-Allowed-Sw
                   END-IF
               END-PERFORM
           END-IF.

       Supervisor-Override-Exit.
           EXIT.

       Write-Op-Sec-Log.
           ACCEPT Signon-Date FROM DATE YYYYMMDD.
           ACCEPT Signon-Time FROM TIME.
           OPEN EXTEND OpSecLog.
           IF WS-OpSec-Status NOT = "00"
               OPEN OUTPUT OpSecLog
           END-IF.
           MOVE Signon-Date TO OSL-Date.
           MOVE Signon-Time(1:6) TO OSL-Time.
           MOVE Log-Operator-Id TO OSL-Operator-Id.
           MOVE "PERCLOSE" TO OSL-Program.
           MOVE Log-Decision TO OSL-Decision.
           WRITE Op-Sec-Rec.
           CLOSE OpSecLog.

      * The action itself is logged the way sign-ons are, so a
      * reopened period always traces to a named operator.
       Log-Period-Action.
