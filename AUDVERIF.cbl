      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Verification of the audit log chain.  Walks the
      *          dated archives (AUDARCH.yyyymm, months named on the
      *          card) and then the live log in order, re-computing
      *          every run's segment - row count, posted net total
      *          and the hash folded over its rows from the hash of
      *          the control record before it - and compares it with
      *          the control record ('C') that closes it.  Reports
      *          any segment out of sequence or missing (sequence
      *          gap, broken link to the previous hash), altered
      *          (count, total or hash differ), and rows that no
      *          control record closes (a run that died mid-write or
      *          rows appended by hand).  The live log's end is then
      *          checked against the anchor kept outside it
      *          (AUDANCLA): a log that ends short of the last
      *          control record the writers anchored has lost
      *          segments off its end.  Ends with return code 8
      *          when anything fails, so AUDPURGE and the scheduler
      *          can refuse to go on from a log nobody can trust.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: archive and live-log walk,
      *                 sequence, link, count, total and hash checks
      *                 per segment, bridge check after a purge,
      *                 return code 8 on any failure.
      * 15/10/2026 WCG  Check the end of the live log against the
      *                 anchor (AUDANCLA): a log that stops short of
      *                 it fails as FALTA EL FINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVERIF.
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

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT ANCLA-FILE ASSIGN TO AUDANCLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCLA-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO VERIFRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Verification card: the first and last archived months to
      * walk, YYYYMM (the last defaults to the first).  A blank card
      * verifies the live log alone, which a purge leaves headed by
      * its bridge record.
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-MES-DESDE              PIC X(06).
           05  FILLER                       PIC X(01).
           05  SYSIN-MES-HASTA              PIC X(06).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD                PIC X(80).

       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCH-RECORD                      PIC X(80).

       FD  ANCLA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDANCLA.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
      * Every row, archived or live, is checked from this one copy.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==VER-RECORD==
                         LEADING ==AUD== BY ==VER==.

       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-ARCH-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-ANCLA-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-ARCH-DSN                      PIC X(30)   VALUE SPACES.
       01  WS-ARCHIVO                       PIC X(16)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                PIC X(01)   VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-CHAIN-SWITCH              PIC X(01)   VALUE 'N'.
               88  WS-CHAIN-KNOWN            VALUE 'Y'.
           05  WS-ANC-SWITCH                PIC X(01)   VALUE 'N'.
               88  WS-ANC-PRESENT            VALUE 'Y'.
           05  WS-ANC-VISTO-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-ANC-VISTO              VALUE 'Y'.

       01  WS-RUN-DATE                      PIC 9(08)   VALUE ZERO.

       01  WS-MONTH-CONTROLS.
           05  WS-MES-DESDE                 PIC X(06)   VALUE SPACES.
           05  WS-MES-HASTA                 PIC X(06)   VALUE SPACES.
           05  WS-MES-ACTUAL                PIC X(06)   VALUE SPACES.
           05  WS-MES-ACTUAL-N REDEFINES WS-MES-ACTUAL.
               10  WS-MES-AA                PIC 9(04).
               10  WS-MES-MM                PIC 9(02).

      * The chain as walked so far: the last control record accepted
      * and the segment being re-computed since it.  The hash folds
      * every byte of a row: h = (h * 131 + byte) mod 999999999989,
      * exactly as the writers fold it.
       01  WS-AUD-CHAIN.
           05  WS-ULT-SECUENCIA             PIC 9(07)   VALUE ZERO.
           05  WS-ULT-HASH                  PIC 9(12)   VALUE ZERO.
           05  WS-SEG-COUNT                 PIC 9(07)   VALUE ZERO.
           05  WS-SEG-TOTAL                 PIC S9(15)  VALUE ZERO.
           05  WS-CHN-HASH                  PIC 9(12)   VALUE ZERO.
           05  WS-CHN-WORK                  PIC 9(15)   VALUE ZERO.
           05  WS-CHN-COCIENTE              PIC 9(15)   VALUE ZERO.
           05  WS-CHN-PRIMO                 PIC 9(12)
                                            VALUE 999999999989.
           05  WS-CHN-SUB                   PIC 9(03)   VALUE ZERO.
       01  WS-CHN-FILA                      PIC X(80)   VALUE SPACES.

      * The hash the live log carries on the control record with the
      * anchor's sequence, once the walk has come to it.
       01  WS-ANC-HASH-LOG                  PIC 9(12)   VALUE ZERO.

       01  WS-ESTADO                        PIC X(24)   VALUE SPACES.
           88  WS-ESTADO-OK                  VALUE "OK".
           88  WS-ESTADO-INFO                VALUES "NO VERIFICABLE",
                                                    "PUENTE",
                                                    "SIN ANCLA",
                                                    "ANCLA ATRASADA".

       01  WS-VERIF-TOTALS.
           05  WS-ARCHIVOS-LEIDOS           PIC 9(03)   VALUE ZERO.
           05  WS-FILAS-LEIDAS              PIC 9(09)   VALUE ZERO.
           05  WS-CONTROLES                 PIC 9(07)   VALUE ZERO.
           05  WS-CONTROLES-OK              PIC 9(07)   VALUE ZERO.
           05  WS-FALLAS                    PIC 9(07)   VALUE ZERO.
           05  WS-LEGADO-SWITCH             PIC X(01)   VALUE 'N'.
               88  WS-SOLO-LEGADO            VALUE 'Y'.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "AUDVERIF".
           05  FILLER                       PIC X(36)
                   VALUE "VERIFICACION DE LA CADENA DEL LOG".
           05  FILLER                       PIC X(07)
                   VALUE "FECHA:".
           05  RPTH-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(09)
                   VALUE "  PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(17)
                   VALUE "ARCHIVO".
           05  FILLER                       PIC X(08)
                   VALUE "SECUEN.".
           05  FILLER                       PIC X(09)
                   VALUE "FECHA".
           05  FILLER                       PIC X(08)
                   VALUE "  FILAS".
           05  FILLER                       PIC X(08)
                   VALUE " LEIDAS".
           05  FILLER                       PIC X(02)
                   VALUE "T".
           05  FILLER                       PIC X(24)
                   VALUE "ESTADO".

       01  RPT-SEG-LINE.
           05  RPTS-ARCHIVO                 PIC X(16).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTS-SECUENCIA               PIC ZZZZZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTS-FECHA                   PIC X(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTS-FILAS                   PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTS-LEIDAS                  PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTS-TIPO                    PIC X(01).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTS-ESTADO                  PIC X(24).

       01  RPT-TOTALS-LINE-1.
           05  FILLER                       PIC X(20)
                   VALUE "ARCHIVOS LEIDOS:".
           05  RPTT-ARCHIVOS                PIC ZZ9.
           05  FILLER                       PIC X(05)   VALUE SPACES.
           05  FILLER                       PIC X(16)
                   VALUE "FILAS LEIDAS:".
           05  RPTT-FILAS                   PIC ZZZ,ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-2.
           05  FILLER                       PIC X(20)
                   VALUE "CONTROLES:".
           05  RPTT-CONTROLES               PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  FILLER                       PIC X(16)
                   VALUE "CORRECTOS:".
           05  RPTT-CONTROLES-OK            PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(08)
                   VALUE "FALLAS:".
           05  RPTT-FALLAS                  PIC ZZZ,ZZ9.

       01  RPT-RESULT-LINE.
           05  RPTR-TEXTO                   PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-MES-DESDE NOT = SPACES
               MOVE WS-MES-DESDE TO WS-MES-ACTUAL
               PERFORM 2000-WALK-ARCHIVE THRU 2000-EXIT
                   UNTIL WS-MES-ACTUAL > WS-MES-HASTA
           END-IF.
           PERFORM 2500-WALK-LIVE-LOG THRU 2500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           PERFORM 1020-READ-ANCHOR THRU 1020-EXIT.
           OPEN OUTPUT RPT-FILE.
           PERFORM 2900-WRITE-HEADINGS THRU 2900-EXIT.
       1000-EXIT.
           EXIT.

       1010-READ-PARM.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-MES-DESDE IS NUMERIC
                           MOVE SYSIN-MES-DESDE TO WS-MES-DESDE
                           IF SYSIN-MES-HASTA IS NUMERIC
                               MOVE SYSIN-MES-HASTA TO WS-MES-HASTA
                           ELSE
                               MOVE SYSIN-MES-DESDE TO WS-MES-HASTA
                           END-IF
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
       1010-EXIT.
           EXIT.

      * No anchor yet means no control record has been written since
      * the anchor was introduced; the end of the log goes unchecked.
       1020-READ-ANCHOR.
           OPEN INPUT ANCLA-FILE.
           IF WS-ANCLA-FILE-STATUS NOT = "00"
               GO TO 1020-EXIT.
           READ ANCLA-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ANC-SECUENCIA IS NUMERIC
                       AND ANC-HASH IS NUMERIC
                       MOVE 'Y' TO WS-ANC-SWITCH
                   END-IF
           END-READ.
           CLOSE ANCLA-FILE.
       1020-EXIT.
           EXIT.

      ******************************************************************
      * Archived months, oldest first.  A month that was never closed
      * has no archive and is noted, not failed: a segment really
      * missing shows as a gap in the sequence anyway.
      ******************************************************************
       2000-WALK-ARCHIVE.
           MOVE SPACES TO WS-ARCH-DSN.
           STRING "AUDARCH." WS-MES-ACTUAL
               DELIMITED BY SIZE INTO WS-ARCH-DSN.
           MOVE WS-ARCH-DSN TO WS-ARCHIVO.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               MOVE "ARCHIVO NO EXISTE" TO WS-ESTADO
               PERFORM 2800-PRINT-FILE-NOTE THRU 2800-EXIT
               GO TO 2050-NEXT-MONTH.
           ADD 1 TO WS-ARCHIVOS-LEIDOS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-READ-ONE-ARCH THRU 2100-EXIT
               UNTIL WS-EOF.
           CLOSE ARCH-FILE.
           PERFORM 2700-END-OF-FILE THRU 2700-EXIT.
       2050-NEXT-MONTH.
           IF WS-MES-MM = 12
               ADD 1 TO WS-MES-AA
               MOVE 01 TO WS-MES-MM
           ELSE
               ADD 1 TO WS-MES-MM
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-ARCH.
           READ ARCH-FILE INTO VER-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 3000-CHECK-ROW THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * The live log last.  Without it there is nothing to verify
      * and nothing that may be purged.
      ******************************************************************
       2500-WALK-LIVE-LOG.
           MOVE "AUDITLOG" TO WS-ARCHIVO.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN AUDITLOG, STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE "LOG NO DISPONIBLE" TO WS-ESTADO
               PERFORM 2800-PRINT-FILE-NOTE THRU 2800-EXIT
               ADD 1 TO WS-FALLAS
               GO TO 2500-EXIT.
           ADD 1 TO WS-ARCHIVOS-LEIDOS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2600-READ-ONE-LIVE THRU 2600-EXIT
               UNTIL WS-EOF.
           CLOSE AUDIT-FILE.
           PERFORM 2700-END-OF-FILE THRU 2700-EXIT.
           PERFORM 2750-CHECK-ANCHOR THRU 2750-EXIT.
       2500-EXIT.
           EXIT.

       2600-READ-ONE-LIVE.
           READ AUDIT-FILE INTO VER-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2600-EXIT
           END-READ.
           PERFORM 3000-CHECK-ROW THRU 3000-EXIT.
       2600-EXIT.
           EXIT.

      * A segment never spans files: rows left open at the end of
      * one were never closed by their run.  A log that has never
      * had a control record at all is history from before they
      * existed, reported but not failed.
       2700-END-OF-FILE.
           IF WS-SEG-COUNT = ZERO
               GO TO 2700-EXIT.
           IF WS-CONTROLES = ZERO
               MOVE "SIN CONTROL (PREVIAS)" TO WS-ESTADO
               MOVE 'Y' TO WS-LEGADO-SWITCH
           ELSE
               MOVE "FILAS SIN CONTROL" TO WS-ESTADO
               ADD 1 TO WS-FALLAS
           END-IF.
           MOVE WS-ARCHIVO   TO RPTS-ARCHIVO.
           MOVE ZERO         TO RPTS-SECUENCIA.
           MOVE SPACES       TO RPTS-FECHA.
           MOVE ZERO         TO RPTS-FILAS.
           MOVE WS-SEG-COUNT TO RPTS-LEIDAS.
           MOVE SPACES       TO RPTS-TIPO.
           PERFORM 2850-PRINT-SEG-LINE THRU 2850-EXIT.
           MOVE ZERO         TO WS-SEG-COUNT.
           MOVE ZERO         TO WS-SEG-TOTAL.
           MOVE WS-ULT-HASH  TO WS-CHN-HASH.
       2700-EXIT.
           EXIT.

      * The anchor holds the last control record the writers put on
      * the live log.  A log that stops short of it has lost whole
      * segments off its end, which the chain alone cannot show.  A
      * log that runs past it only means a run died between writing
      * its control record and rewriting the anchor.
       2750-CHECK-ANCHOR.
           IF NOT WS-ANC-PRESENT
               IF WS-CONTROLES = ZERO
                   GO TO 2750-EXIT
               END-IF
               MOVE "SIN ANCLA" TO WS-ESTADO
               MOVE ZERO        TO RPTS-SECUENCIA
               MOVE SPACES      TO RPTS-FECHA
               GO TO 2790-PRINT-ANCHOR.
           MOVE "OK" TO WS-ESTADO.
           IF NOT WS-ANC-VISTO
               IF WS-ULT-SECUENCIA < ANC-SECUENCIA
                   MOVE "FALTA EL FINAL" TO WS-ESTADO
               ELSE
                   MOVE "ANCLA NO COINCIDE" TO WS-ESTADO
               END-IF
               GO TO 2780-COUNT-ANCHOR.
           IF WS-ANC-HASH-LOG NOT = ANC-HASH
               MOVE "ANCLA NO COINCIDE" TO WS-ESTADO
               GO TO 2780-COUNT-ANCHOR.
           IF WS-ULT-SECUENCIA > ANC-SECUENCIA
               MOVE "ANCLA ATRASADA" TO WS-ESTADO
           END-IF.
       2780-COUNT-ANCHOR.
           IF NOT WS-ESTADO-OK
               AND NOT WS-ESTADO-INFO
               ADD 1 TO WS-FALLAS
           END-IF.
           MOVE ANC-SECUENCIA TO RPTS-SECUENCIA.
           MOVE ANC-FECHA     TO RPTS-FECHA.
       2790-PRINT-ANCHOR.
           MOVE "AUDANCLA" TO RPTS-ARCHIVO.
           MOVE ZERO       TO RPTS-FILAS.
           MOVE ZERO       TO RPTS-LEIDAS.
           MOVE SPACES     TO RPTS-TIPO.
           PERFORM 2850-PRINT-SEG-LINE THRU 2850-EXIT.
       2750-EXIT.
           EXIT.

       2800-PRINT-FILE-NOTE.
           MOVE WS-ARCHIVO TO RPTS-ARCHIVO.
           MOVE ZERO       TO RPTS-SECUENCIA.
           MOVE SPACES     TO RPTS-FECHA.
           MOVE ZERO       TO RPTS-FILAS.
           MOVE ZERO       TO RPTS-LEIDAS.
           MOVE SPACES     TO RPTS-TIPO.
           PERFORM 2850-PRINT-SEG-LINE THRU 2850-EXIT.
       2800-EXIT.
           EXIT.

       2850-PRINT-SEG-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2900-WRITE-HEADINGS THRU 2900-EXIT
           END-IF.
           MOVE WS-ESTADO TO RPTS-ESTADO.
           WRITE RPT-RECORD FROM RPT-SEG-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2850-EXIT.
           EXIT.

       2900-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPTH-PAGE.
           MOVE WS-RUN-DATE   TO RPTH-FECHA.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD
               AFTER ADVANCING 1 LINE.

           MOVE ZERO TO WS-LINE-COUNT.
       2900-EXIT.
           EXIT.

      ******************************************************************
      * One row: a detail row is folded into the segment, a control
      * record closes it.
      ******************************************************************
       3000-CHECK-ROW.
           ADD 1 TO WS-FILAS-LEIDAS.
           IF VER-CONTROL-REC
               PERFORM 3100-CHECK-CONTROL THRU 3100-EXIT
               GO TO 3000-EXIT.
           ADD 1 TO WS-SEG-COUNT.
           IF VER-POSTED OR VER-GL-BACKOUT
               IF VER-OPER-SUBTRACT
                   SUBTRACT VER-SUMA FROM WS-SEG-TOTAL
               ELSE
                   ADD VER-SUMA TO WS-SEG-TOTAL
               END-IF
           END-IF.
           MOVE VER-RECORD TO WS-CHN-FILA.
           PERFORM 3500-HASH-AUDIT-ROW THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      * The checks run in order and the first failure names the
      * segment: sequence, link to the previous control, then the
      * segment's own count, total and hash.  Whatever the outcome
      * the walk resynchronizes on this control record, so one bad
      * segment does not fail every segment after it.
       3100-CHECK-CONTROL.
           ADD 1 TO WS-CONTROLES.
           MOVE "OK" TO WS-ESTADO.
           IF VER-CTL-PUENTE
               PERFORM 3200-CHECK-BRIDGE THRU 3200-EXIT
               GO TO 3190-RESYNC.
           IF NOT WS-CHAIN-KNOWN
               AND VER-CTL-HASH-ANT NOT = ZERO
               IF WS-MES-DESDE = SPACES
                   MOVE "CABECERA DEL LOG FALTA" TO WS-ESTADO
               ELSE
                   MOVE "NO VERIFICABLE" TO WS-ESTADO
               END-IF
               GO TO 3190-RESYNC.
           IF VER-CTL-SECUENCIA NOT = WS-ULT-SECUENCIA + 1
               IF VER-CTL-SECUENCIA > WS-ULT-SECUENCIA + 1
                   MOVE "FALTA SEGMENTO" TO WS-ESTADO
               ELSE
                   MOVE "FUERA DE SECUENCIA" TO WS-ESTADO
               END-IF
               GO TO 3190-RESYNC.
           IF VER-CTL-HASH-ANT NOT = WS-ULT-HASH
               MOVE "ENLACE ROTO" TO WS-ESTADO
               GO TO 3190-RESYNC.
           IF VER-CTL-COUNT NOT = WS-SEG-COUNT
               MOVE "FILAS NO CUADRAN" TO WS-ESTADO
               GO TO 3190-RESYNC.
           IF VER-CTL-TOTAL NOT = WS-SEG-TOTAL
               MOVE "TOTAL NO CUADRA" TO WS-ESTADO
               GO TO 3190-RESYNC.
           IF VER-CTL-HASH NOT = WS-CHN-HASH
               MOVE "SEGMENTO ALTERADO" TO WS-ESTADO
           END-IF.
       3190-RESYNC.
           IF WS-ESTADO-OK
               ADD 1 TO WS-CONTROLES-OK
           ELSE
               IF NOT WS-ESTADO-INFO
                   ADD 1 TO WS-FALLAS
               END-IF
           END-IF.
           MOVE WS-ARCHIVO        TO RPTS-ARCHIVO.
           MOVE VER-CTL-SECUENCIA TO RPTS-SECUENCIA.
           MOVE VER-FECHA         TO RPTS-FECHA.
           MOVE VER-CTL-COUNT     TO RPTS-FILAS.
           MOVE WS-SEG-COUNT      TO RPTS-LEIDAS.
           MOVE VER-CTL-TIPO      TO RPTS-TIPO.
           PERFORM 2850-PRINT-SEG-LINE THRU 2850-EXIT.
           IF WS-ANC-PRESENT
               AND WS-ARCHIVO = "AUDITLOG"
               AND VER-CTL-SECUENCIA = ANC-SECUENCIA
               MOVE 'Y'          TO WS-ANC-VISTO-SWITCH
               MOVE VER-CTL-HASH TO WS-ANC-HASH-LOG
           END-IF.
           MOVE 'Y'               TO WS-CHAIN-SWITCH.
           MOVE VER-CTL-SECUENCIA TO WS-ULT-SECUENCIA.
           MOVE VER-CTL-HASH      TO WS-ULT-HASH.
           MOVE VER-CTL-HASH      TO WS-CHN-HASH.
           MOVE ZERO              TO WS-SEG-COUNT.
           MOVE ZERO              TO WS-SEG-TOTAL.
       3100-EXIT.
           EXIT.

      * The bridge heads the live log after a purge and repeats the
      * last control record archived.  With the archives walked it
      * must match the chain exactly; on the live log alone it is
      * where the chain is taken up.
       3200-CHECK-BRIDGE.
           MOVE "PUENTE" TO WS-ESTADO.
           IF WS-SEG-COUNT > ZERO
               MOVE "FILAS ANTES DEL PUENTE" TO WS-ESTADO
               GO TO 3200-EXIT.
           IF NOT WS-CHAIN-KNOWN
               GO TO 3200-EXIT.
           IF VER-CTL-SECUENCIA NOT = WS-ULT-SECUENCIA
               OR VER-CTL-HASH NOT = WS-ULT-HASH
               MOVE "PUENTE NO COINCIDE" TO WS-ESTADO
           END-IF.
       3200-EXIT.
           EXIT.

       3500-HASH-AUDIT-ROW.
           PERFORM 3510-HASH-ONE-BYTE THRU 3510-EXIT
               VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 80.
       3500-EXIT.
           EXIT.

       3510-HASH-ONE-BYTE.
           COMPUTE WS-CHN-WORK = WS-CHN-HASH * 131
               + FUNCTION ORD (WS-CHN-FILA (WS-CHN-SUB:1)).
           DIVIDE WS-CHN-WORK BY WS-CHN-PRIMO
               GIVING WS-CHN-COCIENTE REMAINDER WS-CHN-HASH.
       3510-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-ARCHIVOS-LEIDOS TO RPTT-ARCHIVOS.
           MOVE WS-FILAS-LEIDAS    TO RPTT-FILAS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-CONTROLES       TO RPTT-CONTROLES.
           MOVE WS-CONTROLES-OK    TO RPTT-CONTROLES-OK.
           MOVE WS-FALLAS          TO RPTT-FALLAS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-2
               AFTER ADVANCING 1 LINE.
           IF WS-FALLAS > ZERO
               MOVE "*** CADENA DEL LOG CON FALLAS - NO PURGAR ***"
                   TO RPTR-TEXTO
           ELSE
               MOVE "*** CADENA DEL LOG VERIFICADA ***" TO RPTR-TEXTO
           END-IF.
           WRITE RPT-RECORD FROM RPT-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE RPT-FILE.

           IF WS-FALLAS > ZERO
               DISPLAY "AUDVERIF - " WS-FALLAS
                   " FAILURES IN THE AUDIT LOG CHAIN"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT.
           IF WS-SOLO-LEGADO AND WS-CONTROLES = ZERO
               DISPLAY "WARNING - AUDIT LOG HAS NO CONTROL RECORDS YET"
               MOVE 4 TO RETURN-CODE
               GO TO 9000-EXIT.
           IF NOT WS-ANC-PRESENT
               DISPLAY "WARNING - NO AUDIT LOG ANCHOR, END OF THE LOG "
                   "NOT VERIFIED"
               MOVE 4 TO RETURN-CODE
               GO TO 9000-EXIT.
           DISPLAY "AUDVERIF - " WS-CONTROLES-OK " SEGMENTS VERIFIED".
       9000-EXIT.
           EXIT.
