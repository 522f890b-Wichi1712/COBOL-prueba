      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: One-time conversion of the batch register (BATCHREG)
      *          from its pre-reversal layout (batch number, date,
      *          department, count and hash - 40 bytes) to the
      *          current one, which adds the reversal fields
      *          (BRG-REV-LOTE, BRG-REV-FECHA, BRG-REVERSO-DE - 60
      *          bytes).  Every old entry is carried over with its
      *          reversal fields at zero.
      *
      *          Run order: REGCONV must run once, after the new
      *          programs are installed and before any job that
      *          opens the register - PENDREL, SUSPCORR, ACCRUAL,
      *          BATREVER, the batch run (MI-PRIMER-PROGRAMA), the
      *          entry session, CLOSECTL, MSTUNLD.  Each of them
      *          stops with return code 16 on a register still on
      *          the old layout (open status 39) and names this
      *          program.  Running it again is harmless: a register
      *          already on the current layout, or none at all, is
      *          left as it is.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: conversion taken out of the
      *                 batch run's register open, so the jobs that
      *                 run before it each day find the register
      *                 converted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGCONV.
       AUTHOR. Chipana.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-BATCH-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

      * The same physical register under its pre-reversal layout;
      * only ever opened when the real open comes back 39.  Never
      * open at the same time as REG-FILE.
           SELECT OLD-REG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLDR-BATCH-NO
               FILE STATUS IS WS-OLD-REG-FILE-STATUS.

           SELECT REG-WORK-FILE ASSIGN TO REGWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHREG.

      * The register as it was written before the reversal fields
      * existed: batch number, date, department, count and hash.
       FD  OLD-REG-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-REG-RECORD.
           05  OLDR-BATCH-NO                PIC 9(06).
           05  OLDR-FECHA                   PIC 9(08).
           05  OLDR-DEPTO                   PIC X(04).
           05  OLDR-COUNT                   PIC 9(07).
           05  OLDR-HASH                    PIC 9(15).

       FD  REG-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  REG-WORK-RECORD                  PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-REG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-OLD-REG-FILE-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-REG-WORK-FILE-STATUS          PIC X(02)   VALUE SPACES.

       01  WS-REG-CNV-CONTROLS.
           05  WS-OLD-REG-EOF-SWITCH        PIC X(01)   VALUE 'N'.
               88  WS-OLD-REG-EOF            VALUE 'Y'.
           05  WS-REG-WORK-EOF-SWITCH       PIC X(01)   VALUE 'N'.
               88  WS-REG-WORK-EOF           VALUE 'Y'.
           05  WS-REG-CNV-COUNT             PIC 9(07)   VALUE ZERO.
           05  WS-REG-LOAD-COUNT            PIC 9(07)   VALUE ZERO.
           COPY BATCHREG
               REPLACING ==BREG-RECORD== BY ==WS-REG-CNV==
                         LEADING ==BRG== BY ==RCV==.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-CHECK-LAYOUT THRU 1000-EXIT.
           PERFORM 2000-CONVERT-REGISTER THRU 2000-EXIT.
           STOP RUN.

      * A register that opens clean is already converted, and one
      * that does not exist yet is created on the current layout by
      * the batch run's first open; only status 39 is converted.
       1000-CHECK-LAYOUT.
           OPEN INPUT REG-FILE.
           IF WS-REG-FILE-STATUS = "00"
               CLOSE REG-FILE
               DISPLAY "REGCONV - BATCHREG ALREADY ON THE CURRENT "
                   "LAYOUT, NOTHING TO CONVERT"
               STOP RUN
           END-IF.
           IF WS-REG-FILE-STATUS = "35"
               DISPLAY "REGCONV - BATCHREG DOES NOT EXIST, "
                   "NOTHING TO CONVERT"
               STOP RUN
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "39"
               DISPLAY "ERROR - CANNOT OPEN BATCH REGISTER, STATUS "
                   WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-EXIT.
           EXIT.

      * The same copy-out/reload discipline PERSMANT used for the
      * limits: every old entry goes to the work file with its
      * reversal fields at zero, and the register is rebuilt from
      * the work file only once that file has been reopened, so a
      * failed open abandons the conversion with the register
      * untouched.
       2000-CONVERT-REGISTER.
           DISPLAY "BATCHREG IS ON THE PRE-REVERSAL LAYOUT - "
               "CONVERTING".
           OPEN OUTPUT REG-WORK-FILE.
           IF WS-REG-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN REGWORK, STATUS "
                   WS-REG-WORK-FILE-STATUS
               DISPLAY "CONVERSION ABANDONED - REGISTER UNTOUCHED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT OLD-REG-FILE.
           IF WS-OLD-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT READ OLD REGISTER, STATUS "
                   WS-OLD-REG-FILE-STATUS
               DISPLAY "CONVERSION ABANDONED - REGISTER UNTOUCHED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-OLD-REG-EOF-SWITCH.
           PERFORM 2100-CONVERT-ONE-ENTRY THRU 2100-EXIT
               UNTIL WS-OLD-REG-EOF.
           CLOSE OLD-REG-FILE.
           CLOSE REG-WORK-FILE.
           OPEN INPUT REG-WORK-FILE.
           IF WS-REG-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT REOPEN REGWORK, STATUS "
                   WS-REG-WORK-FILE-STATUS
               DISPLAY "CONVERSION ABANDONED - REGISTER UNTOUCHED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT REG-FILE.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT REBUILD BATCH REGISTER, STATUS "
                   WS-REG-FILE-STATUS
               DISPLAY "RELOAD IT FROM REGWORK BEFORE ANY OTHER JOB"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-REG-WORK-EOF-SWITCH.
           PERFORM 2200-RELOAD-ONE-ENTRY THRU 2200-EXIT
               UNTIL WS-REG-WORK-EOF.
           CLOSE REG-FILE.
           CLOSE REG-WORK-FILE.
           IF WS-REG-LOAD-COUNT NOT = WS-REG-CNV-COUNT
               DISPLAY "ERROR - BATCHREG RELOADED " WS-REG-LOAD-COUNT
                   " OF " WS-REG-CNV-COUNT " ENTRIES, SEE REGWORK"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "BATCHREG CONVERTED - " WS-REG-CNV-COUNT
               " ENTRIES CARRIED OVER".
       2000-EXIT.
           EXIT.

       2100-CONVERT-ONE-ENTRY.
           READ OLD-REG-FILE
               AT END
                   MOVE 'Y' TO WS-OLD-REG-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           MOVE OLDR-BATCH-NO TO RCV-BATCH-NO.
           MOVE OLDR-FECHA    TO RCV-FECHA.
           MOVE OLDR-DEPTO    TO RCV-DEPTO.
           MOVE OLDR-COUNT    TO RCV-COUNT.
           MOVE OLDR-HASH     TO RCV-HASH.
           MOVE ZERO          TO RCV-REV-LOTE.
           MOVE ZERO          TO RCV-REV-FECHA.
           MOVE ZERO          TO RCV-REVERSO-DE.
           WRITE REG-WORK-RECORD FROM WS-REG-CNV.
           ADD 1 TO WS-REG-CNV-COUNT.
       2100-EXIT.
           EXIT.

       2200-RELOAD-ONE-ENTRY.
           READ REG-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-REG-WORK-EOF-SWITCH
                   GO TO 2200-EXIT
           END-READ.
           WRITE BREG-RECORD FROM REG-WORK-RECORD
               INVALID KEY
                   DISPLAY "ERROR - DUPLICATE BATCH IN REGWORK: "
                       REG-WORK-RECORD (1:6)
                   GO TO 2200-EXIT
           END-WRITE.
           ADD 1 TO WS-REG-LOAD-COUNT.
       2200-EXIT.
           EXIT.
