      *                 builds a batch the posting run will refuse
      *                 with return code 14 after the pending items
      *                 have been consumed into it.
      * 15/10/2026 WCG  One RUNSTATS row per run for the close sheet.
      *                 A register on the old layout stops the run
      *                 with return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDREL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDREM-FILE-STATUS.

           SELECT STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               REPLACING ==PEND-RECORD== BY ==PENDREM-RECORD==
                         LEADING ==PEN== BY ==REM==.

       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHREG.
       01  WS-PEND-IN-STATUS                PIC X(02)   VALUE SPACES.
       01  WS-REL-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-PENDREM-FILE-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-STAT-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-REG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.


       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
           05  WS-RUN-TIME                  PIC 9(08)   VALUE ZERO.
           05  WS-REL-FECHA                 PIC 9(08)   VALUE ZERO.
           05  WS-BASE-BATCH-NO             PIC 9(06)   VALUE ZERO.
           05  WS-REL-BATCH-NO              PIC 9(06)   VALUE ZERO.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-REL-FECHA.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           IF WS-REG-FILE-STATUS = "35"
               MOVE 'Y' TO WS-REG-ABSENT-SWITCH
               GO TO 1020-EXIT.
           IF WS-REG-FILE-STATUS = "39"
               DISPLAY "ERROR - BATCHREG IS ON THE PRE-REVERSAL "
                   "LAYOUT, RUN REGCONV FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT READ BATCH REGISTER, STATUS "
                   WS-REG-FILE-STATUS
               CLOSE REG-FILE
           END-IF.
           CLOSE RPT-FILE.
           PERFORM 9100-WRITE-RUN-STATS THRU 9100-EXIT.
       9000-EXIT.
           EXIT.

      * One RUNSTATS row for the day's run, so the close sheet can
      * tell the carry-forward file is today's and not a leftover.
       9100-WRITE-RUN-STATS.
           OPEN EXTEND STAT-FILE.
           IF WS-STAT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STAT-FILE
           END-IF.
           MOVE WS-RUN-DATE          TO STAT-FECHA.
           MOVE WS-RUN-TIME          TO STAT-HORA.
           MOVE "PENDREM"            TO STAT-DSN.
           MOVE ZERO                 TO STAT-BATCH-NO.
           MOVE WS-PEND-READ         TO STAT-LEIDOS.
           MOVE WS-RELEASED          TO STAT-APLICADOS.
           MOVE WS-RETAINED          TO STAT-RECHAZADOS.
           MOVE ZERO                 TO STAT-DUPLICADOS.
           MOVE ZERO                 TO STAT-GRAN-TOTAL.
           MOVE RETURN-CODE          TO STAT-RETURN-CODE.
           MOVE "PENDREL"            TO STAT-PROGRAMA.
           WRITE STAT-RECORD.
           CLOSE STAT-FILE.
       9100-EXIT.
           EXIT.
