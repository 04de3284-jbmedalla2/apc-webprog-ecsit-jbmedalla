      ******************************************************************
      * Author:
      * Date:
      * Purpose: Aromamora sales-report job driver - checks the
      *          carried-forward files still agree with one another
      *          (INTGCHK1) and reconciles the two exchange-rate
      *          files (RATECHK1) before anything
      *          converts with them, runs AROMRPT1's three job steps,
      *          splits the night's reports out per branch and
      *          recipient (RPTDIST1), then the report housekeeping
      *          sweep (RPTHKP1),
      *          checking RETURN-CODE after each CALL the same way
      *          AROMRPT1 checks its own steps. A step that comes back
      *          with a non-zero RETURN-CODE stops the run before the
           DISPLAY "AROMAMORA SALES REPORT RUN - STARTING".
           PERFORM Run-Snapshot-Step
               THRU Run-Snapshot-Step-Exit.
           IF NOT Step-Failed
               PERFORM Run-Integrity-Step
                   THRU Run-Integrity-Step-Exit
           END-IF.
           IF NOT Step-Failed
               PERFORM Run-Rate-Check-Step
                   THRU Run-Rate-Check-Step-Exit
               PERFORM Run-Sales-Report-Step
                   THRU Run-Sales-Report-Step-Exit
           END-IF.
           IF NOT Step-Failed
               PERFORM Run-Distribution-Step
                   THRU Run-Distribution-Step-Exit
           END-IF.
           IF NOT Step-Failed
               PERFORM Run-Housekeeping-Step
                   THRU Run-Housekeeping-Step-Exit
       Run-Snapshot-Step-Exit.
           EXIT.

      * Broken links between the carried files - rows for a
      * customer, oil, supplier or course the masters no longer
      * carry - stop the run here, after the snapshot has kept a
      * copy and before any step builds on them.
       Run-Integrity-Step.
           MOVE "INTGCHK1" TO Step-Name.
           PERFORM Check-Step-Frequency.
           IF Step-Skipped
               GO TO Run-Integrity-Step-Exit
           END-IF.
           PERFORM Check-Step-Already-Done.
           IF Step-Already-Done
               GO TO Run-Integrity-Step-Exit
           END-IF.
           DISPLAY ">>>> RUNNING STEP " Step-Name.
           ACCEPT Step-Start-Time FROM TIME.
           CALL "INTGCHK1".
           PERFORM Check-Step-Return-Code.
           PERFORM Log-Step-Outcome.
           PERFORM Record-Step-Complete.

       Run-Integrity-Step-Exit.
           EXIT.

      * Inconsistent rates between CURRATES.DAT and RATES.DAT stop
      * the run here, before the report ever converts with them.
       Run-Rate-Check-Step.
       Run-Sales-Report-Step-Exit.
           EXIT.

      * Each recipient's cut of the reports just produced - runs
      * before the sweep so the generation it splits is still there.
       Run-Distribution-Step.
           MOVE "RPTDIST1" TO Step-Name.
           PERFORM Check-Step-Frequency.
           IF Step-Skipped
               GO TO Run-Distribution-Step-Exit
           END-IF.
           PERFORM Check-Step-Already-Done.
           IF Step-Already-Done
               GO TO Run-Distribution-Step-Exit
           END-IF.
           DISPLAY ">>>> RUNNING STEP " Step-Name.
           ACCEPT Step-Start-Time FROM TIME.
           CALL "RPTDIST1".
           PERFORM Check-Step-Return-Code.
           PERFORM Log-Step-Outcome.
           PERFORM Record-Step-Complete.

       Run-Distribution-Step-Exit.
           EXIT.

      * The report-generation retention sweep - the step the
      * month-end-only frequency flag exists for.
       Run-Housekeeping-Step.
