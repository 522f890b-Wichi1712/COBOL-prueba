      *                 the run while the suspense file is still
      *                 intact, instead of building a batch the
      *                 posting run will refuse that night.
      * 15/10/2026 WCG  One RUNSTATS row per run for the close sheet.
      *                 A register on the old layout stops the run
      *                 with return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCORR.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPREM-FILE-STATUS.

           SELECT STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               REPLACING ==SUSP-RECORD== BY ==SUSPREM-RECORD==
                         LEADING ==SUS== BY ==REM==.

       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHREG.
       01  WS-CORR-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RESUB-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-SUSPREM-FILE-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-STAT-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-REG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

           05  WS-NEW-OVERRIDE              PIC X(01)   VALUE SPACE.
               88  WS-NEW-OVERRIDE-OK        VALUES 'O', SPACE.
           05  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
           05  WS-RUN-TIME                  PIC 9(08)   VALUE ZERO.
           05  WS-RESUB-BATCH-NO            PIC 9(06)   VALUE ZERO.
           05  WS-RESUB-DEPTO               PIC X(04)   VALUE "SUSP".
           05  WS-RESUB-HASH                PIC 9(15)   VALUE ZERO.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           PERFORM 1020-CHECK-BATCH-NO THRU 1020-EXIT.
           OPEN INPUT REG-FILE.
           IF WS-REG-FILE-STATUS = "35"
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
           CLOSE RESUB-FILE.
           CLOSE SUSPREM-FILE.
           CLOSE RPT-FILE.
           PERFORM 9300-WRITE-RUN-STATS THRU 9300-EXIT.
       9000-EXIT.
           EXIT.

           END-IF.
       9150-EXIT.
           EXIT.

      * One RUNSTATS row for the day's run, so the close sheet can
      * tell the carry-forward file is today's and not a leftover.
       9300-WRITE-RUN-STATS.
           OPEN EXTEND STAT-FILE.
           IF WS-STAT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STAT-FILE
           END-IF.
           MOVE WS-RUN-DATE          TO STAT-FECHA.
           MOVE WS-RUN-TIME          TO STAT-HORA.
           MOVE "SUSPREM"            TO STAT-DSN.
           MOVE ZERO                 TO STAT-BATCH-NO.
           MOVE WS-SUSP-READ         TO STAT-LEIDOS.
           MOVE WS-RESUBMITTED       TO STAT-APLICADOS.
           MOVE WS-RETAINED          TO STAT-RECHAZADOS.
           MOVE ZERO                 TO STAT-DUPLICADOS.
           MOVE ZERO                 TO STAT-GRAN-TOTAL.
           MOVE RETURN-CODE          TO STAT-RETURN-CODE.
           MOVE "SUSPCORR"           TO STAT-PROGRAMA.
           WRITE STAT-RECORD.
           CLOSE STAT-FILE.
       9300-EXIT.
           EXIT.
