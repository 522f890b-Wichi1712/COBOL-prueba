      *                 rolling rejection-rate alert, missing-day
      *                 cross-check (return code 4 when a day has no
      *                 run), month-to-date totals.
      * 15/10/2026 WCG  Rows written by other programs (STAT-PROGRAMA
      *                 not blank) are left out of the batch figures.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATRPT.
       2000-PROCESS-STAT.
           IF STAT-FECHA (1:6) NOT = WS-SEL-MES
               GO TO 2000-NEXT.
           IF NOT STAT-BATCH-RUN
               GO TO 2000-NEXT.
           PERFORM 2200-WRITE-DETAIL THRU 2200-EXIT.
           PERFORM 2300-POST-DAY THRU 2300-EXIT.
           ADD 1               TO WS-MTD-RUNS.
