      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Daily close control sheet for a business date, so
      *          the shift lead signs the day off from one page
      *          instead of six printouts.  Checks, each marked OK or
      *          ABIERTO on the sheet:
      *            - RUNSTATS has rows for the date, and the worst
      *              return code they graded out with;
      *            - every batch the run saw that date is on the
      *              batch register as posted that date;
      *            - GLXMITRG shows a transmission for the date that
      *              is not a re-send;
      *            - the pending file was carried forward (PENDREL
      *              ran for the date with return code under 8,
      *              PENDREM readable, nothing left on it already
      *              due);
      *            - the suspense file was carried forward (SUSPCORR
      *              ran for the date with return code under 8,
      *              SUSPREM readable);
      *            - no carried suspense is past the aging cutoff.
      *          Ends with return code 8 when any checkpoint is open,
      *          so the scheduler holds the next day's run; 4 when
      *          the day is closed but a run graded out with 4.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: six checkpoints, sign-off
      *                 sheet, card-driven business date and aging
      *                 cutoff (default 30 days).
      * 15/10/2026 WCG  Any batch register status other than found or
      *                 absent stops the sheet with return code 16.
      *                 Pending and suspense carry-forward tied to the
      *                 business date by the PENDREL and SUSPCORR rows
      *                 on RUNSTATS; no row, or return code 8 or more,
      *                 leaves the point OPEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLOSECTL.
       AUTHOR. Chipana.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYSIN-FILE ASSIGN TO SYSIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SYSIN-FILE-STATUS.

           SELECT STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-BATCH-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT XMIT-FILE ASSIGN TO GLXMITRG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FILE-STATUS.

           SELECT PENDREM-FILE ASSIGN TO PENDREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDREM-FILE-STATUS.

           SELECT SUSPREM-FILE ASSIGN TO SUSPREM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPREM-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO CLOSERPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Close card: the business date to sign off (blank closes
      * today) and the suspense aging cutoff in days (blank or
      * non-numeric takes the agreed 30, as SUSPAGE does).
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-FECHA                  PIC X(08).
           05  FILLER                       PIC X(01).
           05  SYSIN-LIMITE                 PIC X(03).

       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHREG.

       FD  XMIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XMITREC.

       FD  PENDREM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC
               REPLACING ==PEND-RECORD== BY ==PENDREM-RECORD==
                         LEADING ==PEN== BY ==REM==.

       FD  SUSPREM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC
               REPLACING ==SUSP-RECORD== BY ==SUSPREM-RECORD==
                         LEADING ==SUS== BY ==SRM==.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-STAT-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-REG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-XMIT-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-PENDREM-FILE-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-SUSPREM-FILE-STATUS           PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                PIC X(01)   VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-REG-ABSENT-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-REG-ABSENT             VALUE 'Y'.
           05  WS-XMIT-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-XMIT-FOUND             VALUE 'Y'.
           05  WS-BAT-FULL-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-BAT-TABLE-FULL         VALUE 'Y'.
           05  WS-PUNTO-SWITCH              PIC X(01)   VALUE 'N'.
               88  WS-PUNTO-ABIERTO          VALUE 'Y'.
           05  WS-PENDREL-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-PENDREL-RAN            VALUE 'Y'.
           05  WS-SUSPCORR-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-SUSPCORR-RAN           VALUE 'Y'.
           05  WS-CORRIDA-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-CORRIDA-OK             VALUE 'Y'.

       01  WS-CLOSE-FECHA                   PIC 9(08)   VALUE ZERO.
       01  WS-LIMITE-DIAS                   PIC 9(03)   VALUE 30.

      * Day arithmetic on integer day numbers, as SUSPAGE ages: a
      * suspense row with an unusable date counts as past the cutoff.
       01  WS-CLOSE-ENTERO                  PIC 9(08)   VALUE ZERO.
       01  WS-ITEM-ENTERO                   PIC 9(08)   VALUE ZERO.
       01  WS-DIAS                          PIC S9(05)  VALUE ZERO.

       01  WS-CHECK-TOTALS.
           05  WS-STAT-FILAS                PIC 9(05)   VALUE ZERO.
           05  WS-STAT-RC-MAX               PIC 9(02)   VALUE ZERO.
           05  WS-LOTES-SIN-APLICAR         PIC 9(05)   VALUE ZERO.
           05  WS-XMIT-FILAS                PIC 9(05)   VALUE ZERO.
           05  WS-XMIT-RESENDS              PIC 9(05)   VALUE ZERO.
           05  WS-XMIT-SECUENCIA            PIC 9(03)   VALUE ZERO.
           05  WS-XMIT-COUNT                PIC 9(07)   VALUE ZERO.
           05  WS-PEND-ITEMS                PIC 9(07)   VALUE ZERO.
           05  WS-PEND-VENCIDOS             PIC 9(07)   VALUE ZERO.
           05  WS-SUSP-ITEMS                PIC 9(07)   VALUE ZERO.
           05  WS-SUSP-VENCIDOS             PIC 9(07)   VALUE ZERO.
           05  WS-PUNTOS-ABIERTOS           PIC 9(02)   VALUE ZERO.
           05  WS-PENDREL-RC                PIC 9(02)   VALUE ZERO.
           05  WS-SUSPCORR-RC               PIC 9(02)   VALUE ZERO.

      * One entry per batch number RUNSTATS shows for the date; a
      * batch re-run after a failure keeps its latest grade.
       01  WS-BAT-SUB                       PIC 9(03)   VALUE ZERO.
       01  WS-BAT-HIT                       PIC 9(03)   VALUE ZERO.
       01  WS-BAT-CONTROLS.
           05  WS-BAT-COUNT                 PIC 9(03)   VALUE ZERO.
           05  WS-BAT-MAX                   PIC 9(03)   VALUE 200.
       01  WS-BAT-TABLE.
           05  WS-BAT-ENTRY OCCURS 200 TIMES.
               10  BAT-BATCH-NO             PIC 9(06).
               10  BAT-RC                   PIC 9(02).
               10  BAT-APLICADO             PIC X(01).
                   88  BAT-POSTED            VALUE 'Y'.

       01  WS-EDIT-FIELDS.
           05  WS-ED-CANT                   PIC ZZZ,ZZ9.
           05  WS-ED-CANT-2                 PIC ZZZ,ZZ9.
           05  WS-ED-RC                     PIC Z9.
           05  WS-ED-DIAS                   PIC ZZ9.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "CLOSECTL".
           05  FILLER                       PIC X(36)
                   VALUE "CONTROL DE CIERRE DIARIO".
           05  FILLER                       PIC X(07)
                   VALUE "FECHA:".
           05  RPTH-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(09)
                   VALUE "  PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(32)
                   VALUE "PUNTO DE CONTROL".
           05  FILLER                       PIC X(09)
                   VALUE "ESTADO".
           05  FILLER                       PIC X(39)
                   VALUE "DETALLE".

       01  RPT-CHECK-LINE.
           05  RPTC-PUNTO                   PIC X(30).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-ESTADO                  PIC X(07).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-DETALLE                 PIC X(39).

       01  RPT-BATCH-LINE.
           05  FILLER                       PIC X(04)   VALUE SPACES.
           05  FILLER                       PIC X(06)
                   VALUE "LOTE ".
           05  RPTB-LOTE                    PIC 9(06).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  FILLER                       PIC X(04)
                   VALUE "RC ".
           05  RPTB-RC                      PIC Z9.
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTB-MOTIVO                  PIC X(40).

       01  RPT-RESULT-LINE.
           05  RPTR-TEXTO                   PIC X(30).
           05  RPTR-ABIERTOS                PIC Z9.
           05  FILLER                       PIC X(21)
                   VALUE " PUNTO(S) ABIERTO(S)".

       01  RPT-SIGN-LINE.
           05  FILLER                       PIC X(40)
                   VALUE "FIRMA JEFE DE TURNO: __________________".
           05  FILLER                       PIC X(30)
                   VALUE "  HORA: ________".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-RUNSTATS THRU 2000-EXIT.
           PERFORM 3000-CHECK-BATCHES THRU 3000-EXIT.
           PERFORM 4000-CHECK-XMIT THRU 4000-EXIT.
           PERFORM 5000-CHECK-PENDING THRU 5000-EXIT.
           PERFORM 6000-CHECK-SUSPENSE THRU 6000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CLOSE-FECHA FROM DATE YYYYMMDD.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           COMPUTE WS-CLOSE-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-CLOSE-FECHA)
               ON SIZE ERROR
                   MOVE ZERO TO WS-CLOSE-ENTERO
           END-COMPUTE.
           IF WS-CLOSE-ENTERO = ZERO
               DISPLAY "ERROR - BUSINESS DATE " WS-CLOSE-FECHA
                   " IS NOT A VALID DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       1010-READ-PARM.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-FECHA IS NUMERIC
                           MOVE SYSIN-FECHA TO WS-CLOSE-FECHA
                       END-IF
                       IF SYSIN-LIMITE IS NUMERIC
                           MOVE SYSIN-LIMITE TO WS-LIMITE-DIAS
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
       1010-EXIT.
           EXIT.

      ******************************************************************
      * RUNSTATS: the batch run appended at least one row for the
      * date, and none graded out worse than 4.
      ******************************************************************
       2000-CHECK-RUNSTATS.
           MOVE 'N' TO WS-PUNTO-SWITCH.
           MOVE "CORRIDAS EN RUNSTATS" TO RPTC-PUNTO.
           OPEN INPUT STAT-FILE.
           IF WS-STAT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PUNTO-SWITCH
               MOVE SPACES TO RPTC-DETALLE
               STRING "RUNSTATS NO DISPONIBLE, STATUS "
                   WS-STAT-FILE-STATUS
                   DELIMITED BY SIZE INTO RPTC-DETALLE
               PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
               GO TO 2000-EXIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2050-READ-ONE-STAT THRU 2050-EXIT
               UNTIL WS-EOF.
           CLOSE STAT-FILE.
           IF WS-STAT-FILAS = ZERO
               OR WS-STAT-RC-MAX > 4
               MOVE 'Y' TO WS-PUNTO-SWITCH
           END-IF.
           MOVE WS-STAT-FILAS  TO WS-ED-CANT.
           MOVE WS-STAT-RC-MAX TO WS-ED-RC.
           MOVE SPACES TO RPTC-DETALLE.
           STRING "FILAS:" WS-ED-CANT "  RC MAXIMO: " WS-ED-RC
               DELIMITED BY SIZE INTO RPTC-DETALLE.
           PERFORM 2900-PRINT-CHECK THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2050-READ-ONE-STAT.
           READ STAT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2050-EXIT
           END-READ.
           IF STAT-FECHA NOT = WS-CLOSE-FECHA
               GO TO 2050-EXIT.
           IF STAT-RETURN-CODE IS NOT NUMERIC
               MOVE 16 TO STAT-RETURN-CODE
           END-IF.
      * The carry-forward runs log their own rows; a re-run after a
      * failure keeps its latest grade.
           IF STAT-PROGRAMA = "PENDREL"
               MOVE 'Y' TO WS-PENDREL-SWITCH
               MOVE STAT-RETURN-CODE TO WS-PENDREL-RC
               GO TO 2050-EXIT.
           IF STAT-PROGRAMA = "SUSPCORR"
               MOVE 'Y' TO WS-SUSPCORR-SWITCH
               MOVE STAT-RETURN-CODE TO WS-SUSPCORR-RC
               GO TO 2050-EXIT.
           IF NOT STAT-BATCH-RUN
               GO TO 2050-EXIT.
           ADD 1 TO WS-STAT-FILAS.
           IF STAT-RETURN-CODE > WS-STAT-RC-MAX
               MOVE STAT-RETURN-CODE TO WS-STAT-RC-MAX
           END-IF.
           IF STAT-BATCH-NO IS NOT NUMERIC
               OR STAT-BATCH-NO = ZERO
               GO TO 2050-EXIT.
           PERFORM 2060-FIND-BATCH THRU 2060-EXIT.
           IF WS-BAT-HIT > ZERO
               MOVE STAT-RETURN-CODE TO BAT-RC (WS-BAT-HIT)
           END-IF.
       2050-EXIT.
           EXIT.

       2060-FIND-BATCH.
           MOVE ZERO TO WS-BAT-HIT.
           IF WS-BAT-COUNT > ZERO
               PERFORM 2070-TEST-ONE-BATCH THRU 2070-EXIT
                   VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-HIT > ZERO
                      OR WS-BAT-SUB > WS-BAT-COUNT
           END-IF.
           IF WS-BAT-HIT > ZERO
               GO TO 2060-EXIT.
           IF WS-BAT-COUNT < WS-BAT-MAX
               ADD 1 TO WS-BAT-COUNT
               MOVE WS-BAT-COUNT  TO WS-BAT-HIT
               MOVE STAT-BATCH-NO TO BAT-BATCH-NO (WS-BAT-HIT)
               MOVE 'N'           TO BAT-APLICADO (WS-BAT-HIT)
           ELSE
               IF NOT WS-BAT-TABLE-FULL
                   MOVE 'Y' TO WS-BAT-FULL-SWITCH
                   DISPLAY "WARNING - BATCH TABLE FULL, LATER "
                       "BATCHES NOT CHECKED"
               END-IF
           END-IF.
       2060-EXIT.
           EXIT.

       2070-TEST-ONE-BATCH.
           IF BAT-BATCH-NO (WS-BAT-SUB) = STAT-BATCH-NO
               MOVE WS-BAT-SUB TO WS-BAT-HIT
           END-IF.
       2070-EXIT.
           EXIT.

       2100-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT  TO RPTH-PAGE.
           MOVE WS-CLOSE-FECHA TO RPTH-FECHA.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       2100-EXIT.
           EXIT.

       2900-PRINT-CHECK.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF.
           IF WS-PUNTO-ABIERTO
               MOVE "ABIERTO" TO RPTC-ESTADO
               ADD 1 TO WS-PUNTOS-ABIERTOS
           ELSE
               MOVE "OK"      TO RPTC-ESTADO
           END-IF.
           WRITE RPT-RECORD FROM RPT-CHECK-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * Batch register: every batch RUNSTATS shows for the date must
      * be registered as posted that date.  A batch whose controls
      * failed is never registered, so it shows here until it is
      * corrected and run clean.
      ******************************************************************
       3000-CHECK-BATCHES.
           MOVE 'N' TO WS-PUNTO-SWITCH.
           MOVE "LOTES APLICADOS" TO RPTC-PUNTO.
           OPEN INPUT REG-FILE.
           IF WS-REG-FILE-STATUS = "35"
               MOVE 'Y' TO WS-REG-ABSENT-SWITCH
           END-IF.
           IF WS-REG-FILE-STATUS = "39"
               DISPLAY "ERROR - BATCHREG IS ON THE PRE-REVERSAL "
                   "LAYOUT, RUN REGCONV FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "00"
               AND WS-REG-FILE-STATUS NOT = "35"
               DISPLAY "ERROR - CANNOT READ BATCH REGISTER, STATUS "
                   WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BAT-COUNT > ZERO
               PERFORM 3100-CHECK-ONE-BATCH THRU 3100-EXIT
                   VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
           END-IF.
           IF NOT WS-REG-ABSENT
               CLOSE REG-FILE
           END-IF.
           IF WS-LOTES-SIN-APLICAR > ZERO
               MOVE 'Y' TO WS-PUNTO-SWITCH
           END-IF.
           MOVE WS-BAT-COUNT         TO WS-ED-CANT.
           MOVE WS-LOTES-SIN-APLICAR TO WS-ED-CANT-2.
           MOVE SPACES TO RPTC-DETALLE.
           STRING "LOTES:" WS-ED-CANT "  SIN APLICAR:" WS-ED-CANT-2
               DELIMITED BY SIZE INTO RPTC-DETALLE.
           PERFORM 2900-PRINT-CHECK THRU 2900-EXIT.
           IF WS-LOTES-SIN-APLICAR > ZERO
               PERFORM 3200-PRINT-UNPOSTED THRU 3200-EXIT
                   VARYING WS-BAT-SUB FROM 1 BY 1
                   UNTIL WS-BAT-SUB > WS-BAT-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-BATCH.
           IF WS-REG-ABSENT
               GO TO 3150-NOT-POSTED.
           MOVE BAT-BATCH-NO (WS-BAT-SUB) TO BRG-BATCH-NO.
           READ REG-FILE
               INVALID KEY
                   GO TO 3150-NOT-POSTED
           END-READ.
           IF BRG-FECHA = WS-CLOSE-FECHA
               MOVE 'Y' TO BAT-APLICADO (WS-BAT-SUB)
               GO TO 3100-EXIT.
       3150-NOT-POSTED.
           ADD 1 TO WS-LOTES-SIN-APLICAR.
       3100-EXIT.
           EXIT.

       3200-PRINT-UNPOSTED.
           IF BAT-POSTED (WS-BAT-SUB)
               GO TO 3200-EXIT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF.
           MOVE BAT-BATCH-NO (WS-BAT-SUB) TO RPTB-LOTE.
           MOVE BAT-RC (WS-BAT-SUB)       TO RPTB-RC.
           IF BAT-RC (WS-BAT-SUB) >= 12
               MOVE "CONTROLES FALLIDOS - NO APLICADO"
                   TO RPTB-MOTIVO
           ELSE
               MOVE "NO ESTA EN EL REGISTRO DE LOTES"
                   TO RPTB-MOTIVO
           END-IF.
           WRITE RPT-RECORD FROM RPT-BATCH-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3200-EXIT.
           EXIT.

      ******************************************************************
      * GL transmission: at least one row for the date that is an
      * original handover, not a re-send of an earlier one.
      ******************************************************************
       4000-CHECK-XMIT.
           MOVE 'N' TO WS-PUNTO-SWITCH.
           MOVE "TRANSMISION GL" TO RPTC-PUNTO.
           OPEN INPUT XMIT-FILE.
           IF WS-XMIT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PUNTO-SWITCH
               MOVE SPACES TO RPTC-DETALLE
               STRING "GLXMITRG NO DISPONIBLE, STATUS "
                   WS-XMIT-FILE-STATUS
                   DELIMITED BY SIZE INTO RPTC-DETALLE
               PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
               GO TO 4000-EXIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 4050-READ-ONE-XMIT THRU 4050-EXIT
               UNTIL WS-EOF.
           CLOSE XMIT-FILE.
           MOVE SPACES TO RPTC-DETALLE.
           IF WS-XMIT-FOUND
               MOVE WS-XMIT-COUNT TO WS-ED-CANT
               STRING "SECUENCIA " WS-XMIT-SECUENCIA
                   "  LINEAS:" WS-ED-CANT
                   DELIMITED BY SIZE INTO RPTC-DETALLE
           ELSE
               MOVE 'Y' TO WS-PUNTO-SWITCH
               MOVE WS-XMIT-RESENDS TO WS-ED-CANT
               STRING "SIN TRANSMISION ORIGINAL, REENVIOS:"
                   WS-ED-CANT
                   DELIMITED BY SIZE INTO RPTC-DETALLE
           END-IF.
           PERFORM 2900-PRINT-CHECK THRU 2900-EXIT.
       4000-EXIT.
           EXIT.

       4050-READ-ONE-XMIT.
           READ XMIT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 4050-EXIT
           END-READ.
           IF XMIT-FECHA NOT = WS-CLOSE-FECHA
               GO TO 4050-EXIT.
           ADD 1 TO WS-XMIT-FILAS.
           IF XMIT-RESEND = 'R'
               ADD 1 TO WS-XMIT-RESENDS
               GO TO 4050-EXIT.
           MOVE 'Y'            TO WS-XMIT-FOUND-SWITCH.
           MOVE XMIT-SECUENCIA TO WS-XMIT-SECUENCIA.
           MOVE XMIT-COUNT     TO WS-XMIT-COUNT.
       4050-EXIT.
           EXIT.

      ******************************************************************
      * Pending carry-forward: PENDREL ran for the business date (its
      * RUNSTATS row, graded under 8), so the remaining-pending file
      * is that day's and not a leftover, and nothing on it was
      * already due by the business date (an item due and still
      * pending means the release did not run).
      ******************************************************************
       5000-CHECK-PENDING.
           MOVE 'N' TO WS-PUNTO-SWITCH.
           MOVE "PENDIENTES ARRASTRADOS" TO RPTC-PUNTO.
           IF NOT WS-PENDREL-RAN
               MOVE 'Y' TO WS-PUNTO-SWITCH
               MOVE "PENDREL NO CORRIO EN LA FECHA" TO RPTC-DETALLE
               PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
               GO TO 5000-EXIT.
           IF WS-PENDREL-RC >= 8
               MOVE 'Y' TO WS-PUNTO-SWITCH
               MOVE WS-PENDREL-RC TO WS-ED-RC
               MOVE SPACES TO RPTC-DETALLE
               STRING "PENDREL TERMINO CON RC " WS-ED-RC
                   DELIMITED BY SIZE INTO RPTC-DETALLE
               PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
               GO TO 5000-EXIT.
           OPEN INPUT PENDREM-FILE.
           IF WS-PENDREM-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-PUNTO-SWITCH
               MOVE SPACES TO RPTC-DETALLE
               STRING "PENDREM NO DISPONIBLE, STATUS "
                   WS-PENDREM-FILE-STATUS
                   DELIMITED BY SIZE INTO RPTC-DETALLE
               PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
               GO TO 5000-EXIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 5050-READ-ONE-PENDING THRU 5050-EXIT
               UNTIL WS-EOF.
           CLOSE PENDREM-FILE.
           IF WS-PEND-VENCIDOS > ZERO
               MOVE 'Y' TO WS-PUNTO-SWITCH
           END-IF.
           MOVE WS-PEND-ITEMS    TO WS-ED-CANT.
           MOVE WS-PEND-VENCIDOS TO WS-ED-CANT-2.
           MOVE SPACES TO RPTC-DETALLE.
           STRING "ITEMS:" WS-ED-CANT "  YA VENCIDOS:" WS-ED-CANT-2
               DELIMITED BY SIZE INTO RPTC-DETALLE.
           PERFORM 2900-PRINT-CHECK THRU 2900-EXIT.
       5000-EXIT.
           EXIT.

       5050-READ-ONE-PENDING.
           READ PENDREM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 5050-EXIT
           END-READ.
           ADD 1 TO WS-PEND-ITEMS.
           IF REM-FECHA-EFF IS NOT NUMERIC
               OR REM-FECHA-EFF <= WS-CLOSE-FECHA
               ADD 1 TO WS-PEND-VENCIDOS
           END-IF.
       5050-EXIT.
           EXIT.

      ******************************************************************
      * Suspense carry-forward: SUSPCORR ran for the business date
      * (its RUNSTATS row, graded under 8) and left a remaining-
      * suspense file, which is then that day's; and its aging
      * against the cutoff, the same count SUSPAGE escalates on.  A
      * file that is not the day's is still aged, since whatever is
      * on it is still waiting.
      ******************************************************************
       6000-CHECK-SUSPENSE.
           MOVE 'N' TO WS-PUNTO-SWITCH.
           MOVE 'Y' TO WS-CORRIDA-SWITCH.
           MOVE "SUSPENSO ARRASTRADO" TO RPTC-PUNTO.
           IF NOT WS-SUSPCORR-RAN
               MOVE 'N' TO WS-CORRIDA-SWITCH
               MOVE 'Y' TO WS-PUNTO-SWITCH
               MOVE "SUSPCORR NO CORRIO EN LA FECHA" TO RPTC-DETALLE
               PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
           ELSE
               IF WS-SUSPCORR-RC >= 8
                   MOVE 'N' TO WS-CORRIDA-SWITCH
                   MOVE 'Y' TO WS-PUNTO-SWITCH
                   MOVE WS-SUSPCORR-RC TO WS-ED-RC
                   MOVE SPACES TO RPTC-DETALLE
                   STRING "SUSPCORR TERMINO CON RC " WS-ED-RC
                       DELIMITED BY SIZE INTO RPTC-DETALLE
                   PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
               END-IF
           END-IF.
           MOVE 'N' TO WS-PUNTO-SWITCH.
           OPEN INPUT SUSPREM-FILE.
           IF WS-SUSPREM-FILE-STATUS NOT = "00"
               IF WS-CORRIDA-OK
                   MOVE 'Y' TO WS-PUNTO-SWITCH
                   MOVE SPACES TO RPTC-DETALLE
                   STRING "SUSPREM NO DISPONIBLE, STATUS "
                       WS-SUSPREM-FILE-STATUS
                       DELIMITED BY SIZE INTO RPTC-DETALLE
                   PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
               END-IF
               MOVE 'Y' TO WS-PUNTO-SWITCH
               MOVE "ANTIGUEDAD SUSPENSO" TO RPTC-PUNTO
               MOVE "SIN ARCHIVO PARA ENVEJECER" TO RPTC-DETALLE
               PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
               GO TO 6000-EXIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 6050-READ-ONE-SUSPENSE THRU 6050-EXIT
               UNTIL WS-EOF.
           CLOSE SUSPREM-FILE.
           IF WS-CORRIDA-OK
               MOVE WS-SUSP-ITEMS TO WS-ED-CANT
               MOVE SPACES TO RPTC-DETALLE
               STRING "ITEMS:" WS-ED-CANT
                   DELIMITED BY SIZE INTO RPTC-DETALLE
               PERFORM 2900-PRINT-CHECK THRU 2900-EXIT
           END-IF.

           MOVE "ANTIGUEDAD SUSPENSO" TO RPTC-PUNTO.
           IF WS-SUSP-VENCIDOS > ZERO
               MOVE 'Y' TO WS-PUNTO-SWITCH
           END-IF.
           MOVE WS-LIMITE-DIAS   TO WS-ED-DIAS.
           MOVE WS-SUSP-VENCIDOS TO WS-ED-CANT.
           MOVE SPACES TO RPTC-DETALLE.
           STRING "PASADOS DE" WS-ED-DIAS " DIAS:" WS-ED-CANT
               DELIMITED BY SIZE INTO RPTC-DETALLE.
           PERFORM 2900-PRINT-CHECK THRU 2900-EXIT.
       6000-EXIT.
           EXIT.

       6050-READ-ONE-SUSPENSE.
           READ SUSPREM-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 6050-EXIT
           END-READ.
           ADD 1 TO WS-SUSP-ITEMS.
           IF SRM-FECHA IS NOT NUMERIC OR SRM-FECHA = ZERO
               ADD 1 TO WS-SUSP-VENCIDOS
               GO TO 6050-EXIT.
           COMPUTE WS-ITEM-ENTERO =
               FUNCTION INTEGER-OF-DATE (SRM-FECHA)
               ON SIZE ERROR
                   MOVE ZERO TO WS-ITEM-ENTERO
           END-COMPUTE.
           IF WS-ITEM-ENTERO = ZERO
               ADD 1 TO WS-SUSP-VENCIDOS
               GO TO 6050-EXIT.
           COMPUTE WS-DIAS = WS-CLOSE-ENTERO - WS-ITEM-ENTERO.
           IF WS-DIAS > WS-LIMITE-DIAS
               ADD 1 TO WS-SUSP-VENCIDOS
           END-IF.
       6050-EXIT.
           EXIT.

      ******************************************************************
      * The verdict and the sign-off lines.  Open checkpoints hold
      * the next day's run (8); a closed day whose runs graded 4
      * still signs off, with 4 so the warning is seen.
      ******************************************************************
       9000-TERMINATE.
           IF WS-PUNTOS-ABIERTOS = ZERO
               MOVE "*** DIA CERRADO ***" TO RPTR-TEXTO
           ELSE
               MOVE "*** DIA ABIERTO ***" TO RPTR-TEXTO
           END-IF.
           MOVE WS-PUNTOS-ABIERTOS TO RPTR-ABIERTOS.
           WRITE RPT-RECORD FROM RPT-RESULT-LINE
               AFTER ADVANCING 3 LINES.
           WRITE RPT-RECORD FROM RPT-SIGN-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE RPT-FILE.

           IF WS-PUNTOS-ABIERTOS > ZERO
               DISPLAY "CLOSECTL - " WS-CLOSE-FECHA " NOT CLOSED, "
                   WS-PUNTOS-ABIERTOS " CHECKPOINTS OPEN"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT.
           DISPLAY "CLOSECTL - " WS-CLOSE-FECHA " CLOSED".
           IF WS-STAT-RC-MAX = 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
