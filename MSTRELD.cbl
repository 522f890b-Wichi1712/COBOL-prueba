      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Reload of one indexed master from the dated unload
      *          MSTUNLD wrote (UNLPERS / UNLMAP / UNLREG .yyyymmdd).
      *          The whole copy is read once first: the header must
      *          name the master and date on the card and the
      *          trailer's record count and control total must agree
      *          with the records actually on it.  Only a copy that
      *          proves whole is loaded; anything else abandons the
      *          reload with return code 8 before the master is
      *          touched.  The master is then rebuilt from empty and
      *          the records loaded are checked against the trailer
      *          once more.  After a PERSMAST reload, ROLLFWD brings
      *          the balances forward from the unload to the end of
      *          the last good run; a row on RUNSTATS, keyed by the
      *          unload's name and header time, records the reload
      *          so ROLLFWD can tell it is the first roll-forward
      *          since.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: header/trailer proof of the
      *                 unload before the rebuild, rebuild of
      *                 PERSMAST, GLACCMAP or BATCHREG, loaded
      *                 controls checked against the trailer.
      * 15/10/2026 WCG  A completed PERSMAST reload is recorded on
      *                 RUNSTATS for ROLLFWD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRELD.
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

           SELECT UNL-FILE ASSIGN TO DYNAMIC WS-UNL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-FILE-STATUS.

           SELECT PERS-FILE ASSIGN TO PERSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NOMBRE
               FILE STATUS IS WS-PERS-FILE-STATUS.

           SELECT MAP-FILE ASSIGN TO GLACCMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GLM-LLAVE
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-BATCH-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO RELDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Reload card: the master to rebuild (PERSMAST, GLACCMAP or
      * BATCHREG) and the date of the unload to rebuild it from,
      * YYYYMMDD.  The card is required: rebuilding the wrong
      * master, or from the wrong day, would replace it wholesale.
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-MAESTRO                PIC X(08).
           05  FILLER                       PIC X(01).
           05  SYSIN-FECHA                  PIC X(08).

       FD  UNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNL-RECORD                       PIC X(88).

       FD  PERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLACCMAP.

       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHREG.

       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY UNLCTL.

      * The unloaded records as read back, for their control fields.
           COPY PERSMAST
               REPLACING ==PERS-RECORD== BY ==UNP-RECORD==
                         LEADING ==PM== BY ==UNP==.
           COPY BATCHREG
               REPLACING ==BREG-RECORD== BY ==UNB-RECORD==
                         LEADING ==BRG== BY ==UNB==.

       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-UNL-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-MAP-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-REG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-STAT-FILE-STATUS              PIC X(02)   VALUE SPACES.

       01  WS-UNL-DSN                       PIC X(30)   VALUE SPACES.
       01  WS-REC-LLAVE                     PIC X(30)   VALUE SPACES.
       01  WS-RUN-DATE                      PIC 9(08)   VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(08)   VALUE ZERO.

       01  WS-SWITCHES.
           05  WS-CARD-OK-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-CARD-OK                VALUE 'Y'.
           05  WS-PROOF-OK-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-PROOF-OK               VALUE 'Y'.
           05  WS-LOAD-OK-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-LOAD-OK                VALUE 'Y'.
           05  WS-UNL-EOF-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-UNL-EOF                VALUE 'Y'.
           05  WS-HELD-SWITCH               PIC X(01)   VALUE 'N'.
               88  WS-RECORD-HELD            VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-MAESTRO                   PIC X(08)   VALUE SPACES.
               88  WS-MST-PERS               VALUE 'PERSMAST'.
               88  WS-MST-MAP                VALUE 'GLACCMAP'.
               88  WS-MST-REG                VALUE 'BATCHREG'.
           05  WS-SEL-FECHA                 PIC X(08)   VALUE SPACES.
           05  WS-UNL-PREFIJO               PIC X(08)   VALUE SPACES.
           05  WS-MOTIVO                    PIC X(40)   VALUE SPACES.

      * The copy is read one record behind: a record is only known
      * to be a detail once another follows it, and the one left
      * held at end of file is the trailer.
       01  WS-HELD-RECORD                   PIC X(88)   VALUE SPACES.

       01  WS-RELOAD-TOTALS.
           05  WS-TRL-COUNT                 PIC 9(07)   VALUE ZERO.
           05  WS-TRL-TOTAL                 PIC S9(15)  VALUE ZERO.
           05  WS-READ-COUNT                PIC 9(07)   VALUE ZERO.
           05  WS-READ-TOTAL                PIC S9(15)  VALUE ZERO.
           05  WS-LOAD-COUNT                PIC 9(07)   VALUE ZERO.
           05  WS-LOAD-TOTAL                PIC S9(15)  VALUE ZERO.
           05  WS-DUP-COUNT                 PIC 9(07)   VALUE ZERO.
           05  WS-UNH-FECHA                 PIC 9(08)   VALUE ZERO.
           05  WS-UNH-HORA                  PIC 9(08)   VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "MSTRELD".
           05  FILLER                       PIC X(30)
                   VALUE "RECARGA DE MAESTRO".
           05  RPTH-MAESTRO                 PIC X(08).

       01  RPT-SOURCE-LINE.
           05  FILLER                       PIC X(10)
                   VALUE "ARCHIVO:".
           05  RPTS-ARCHIVO                 PIC X(20).
           05  FILLER                       PIC X(10)
                   VALUE "DESCARGA:".
           05  RPTS-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTS-HORA                    PIC 9(08).

       01  RPT-CONTROL-LINE.
           05  RPTC-ETIQUETA                PIC X(20).
           05  FILLER                       PIC X(06)
                   VALUE "REGS:".
           05  RPTC-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(09)
                   VALUE "  TOTAL:".
           05  RPTC-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.

       01  RPT-RESULT-LINE.
           05  RPTX-RESULT                  PIC X(60).

       01  RPT-NEXT-LINE.
           05  FILLER                       PIC X(36)
                   VALUE "SIGUIENTE PASO: ROLLFWD CON FECHA".
           05  RPTN-FECHA                   PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-CARD-OK
               PERFORM 2000-PROVE-UNLOAD THRU 2000-EXIT
           END-IF.
           IF WS-PROOF-OK
               PERFORM 3000-RELOAD-MASTER THRU 3000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
       1000-EXIT.
           EXIT.

       1010-READ-PARM.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SYSIN-MAESTRO TO WS-MAESTRO
                       MOVE SYSIN-FECHA   TO WS-SEL-FECHA
               END-READ
               CLOSE SYSIN-FILE
           END-IF.

           IF WS-MST-PERS
               MOVE "UNLPERS." TO WS-UNL-PREFIJO
           END-IF.
           IF WS-MST-MAP
               MOVE "UNLMAP."  TO WS-UNL-PREFIJO
           END-IF.
           IF WS-MST-REG
               MOVE "UNLREG."  TO WS-UNL-PREFIJO
           END-IF.
           IF WS-UNL-PREFIJO = SPACES
               OR WS-SEL-FECHA IS NOT NUMERIC
               DISPLAY "ERROR - RELOAD CARD MUST GIVE PERSMAST, "
                   "GLACCMAP OR BATCHREG AND THE UNLOAD DATE, GOT: "
                   WS-MAESTRO " " WS-SEL-FECHA
               MOVE "TARJETA INVALIDA" TO WS-MOTIVO
               GO TO 1010-EXIT.
           MOVE 'Y' TO WS-CARD-OK-SWITCH.
           MOVE SPACES TO WS-UNL-DSN.
           STRING WS-UNL-PREFIJO DELIMITED BY SPACE
                  WS-SEL-FECHA   DELIMITED BY SIZE
               INTO WS-UNL-DSN.
       1010-EXIT.
           EXIT.

      ******************************************************************
      * First pass: prove the copy whole without touching the master.
      ******************************************************************
       2000-PROVE-UNLOAD.
           OPEN INPUT UNL-FILE.
           IF WS-UNL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN " WS-UNL-DSN
                   ", STATUS " WS-UNL-FILE-STATUS
               MOVE "NO HAY DESCARGA" TO WS-MOTIVO
               GO TO 2000-EXIT.
           PERFORM 2100-CHECK-HEADER THRU 2100-EXIT.
           IF WS-MOTIVO NOT = SPACES
               CLOSE UNL-FILE
               GO TO 2000-EXIT.
           MOVE 'N' TO WS-UNL-EOF-SWITCH.
           MOVE 'N' TO WS-HELD-SWITCH.
           PERFORM 2200-PROVE-ONE-RECORD THRU 2200-EXIT
               UNTIL WS-UNL-EOF.
           CLOSE UNL-FILE.
           PERFORM 2300-CHECK-TRAILER THRU 2300-EXIT.
           IF WS-MOTIVO = SPACES
               MOVE 'Y' TO WS-PROOF-OK-SWITCH
           END-IF.
       2000-EXIT.
           EXIT.

       2100-CHECK-HEADER.
           READ UNL-FILE INTO UNL-HEADER-REC
               AT END
                   MOVE "DESCARGA VACIA" TO WS-MOTIVO
                   GO TO 2100-EXIT
           END-READ.
           IF NOT UNH-TYPE-OK
               MOVE "FALTA EL HEADER" TO WS-MOTIVO
               GO TO 2100-EXIT.
           IF UNH-MAESTRO NOT = WS-MAESTRO
               MOVE "HEADER DE OTRO MAESTRO" TO WS-MOTIVO
               GO TO 2100-EXIT.
           IF UNH-FECHA NOT = WS-SEL-FECHA
               MOVE "HEADER DE OTRA FECHA" TO WS-MOTIVO
               GO TO 2100-EXIT.
           MOVE UNH-FECHA TO WS-UNH-FECHA.
           MOVE UNH-HORA  TO WS-UNH-HORA.
       2100-EXIT.
           EXIT.

       2200-PROVE-ONE-RECORD.
           READ UNL-FILE
               AT END
                   MOVE 'Y' TO WS-UNL-EOF-SWITCH
                   GO TO 2200-EXIT
           END-READ.
           IF WS-RECORD-HELD
               PERFORM 2250-COUNT-DETAIL THRU 2250-EXIT
           END-IF.
           MOVE UNL-RECORD TO WS-HELD-RECORD.
           MOVE 'Y' TO WS-HELD-SWITCH.
       2200-EXIT.
           EXIT.

       2250-COUNT-DETAIL.
           ADD 1 TO WS-READ-COUNT.
           IF WS-MST-PERS
               MOVE WS-HELD-RECORD TO UNP-RECORD
               ADD UNP-SALDO TO WS-READ-TOTAL
           END-IF.
           IF WS-MST-REG
               MOVE WS-HELD-RECORD TO UNB-RECORD
               ADD UNB-COUNT TO WS-READ-TOTAL
           END-IF.
       2250-EXIT.
           EXIT.

      * The record held at end of file must be the trailer, and its
      * controls must be the ones just counted.
       2300-CHECK-TRAILER.
           IF NOT WS-RECORD-HELD
               MOVE "FALTA EL TRAILER" TO WS-MOTIVO
               GO TO 2300-EXIT.
           MOVE WS-HELD-RECORD TO UNL-TRAILER-REC.
           IF NOT UNT-TYPE-OK
               OR UNT-COUNT IS NOT NUMERIC
               OR UNT-TOTAL IS NOT NUMERIC
               MOVE "FALTA EL TRAILER" TO WS-MOTIVO
               GO TO 2300-EXIT.
           MOVE UNT-COUNT TO WS-TRL-COUNT.
           MOVE UNT-TOTAL TO WS-TRL-TOTAL.
           IF WS-TRL-COUNT NOT = WS-READ-COUNT
               MOVE "REGISTROS NO CUADRAN CON TRAILER" TO WS-MOTIVO
               GO TO 2300-EXIT.
           IF WS-TRL-TOTAL NOT = WS-READ-TOTAL
               MOVE "TOTAL NO CUADRA CON TRAILER" TO WS-MOTIVO
           END-IF.
       2300-EXIT.
           EXIT.

      ******************************************************************
      * Second pass: the master is rebuilt from empty.  Once the
      * OUTPUT open happens the old master is gone and the unload is
      * the only copy, which is why it was proven first.
      ******************************************************************
       3000-RELOAD-MASTER.
           OPEN INPUT UNL-FILE.
           IF WS-UNL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT REOPEN " WS-UNL-DSN
                   ", STATUS " WS-UNL-FILE-STATUS
               MOVE "NO SE REABRE LA DESCARGA" TO WS-MOTIVO
               GO TO 3000-EXIT.
           PERFORM 3050-OPEN-MASTER THRU 3050-EXIT.
           IF WS-MOTIVO NOT = SPACES
               CLOSE UNL-FILE
               GO TO 3000-EXIT.
           READ UNL-FILE
               AT END
                   CONTINUE
           END-READ.
           MOVE 'N' TO WS-UNL-EOF-SWITCH.
           MOVE 'N' TO WS-HELD-SWITCH.
           PERFORM 3100-LOAD-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-UNL-EOF.
           CLOSE UNL-FILE.
           PERFORM 3300-CLOSE-MASTER THRU 3300-EXIT.

           IF WS-DUP-COUNT > ZERO
               MOVE "LLAVES DUPLICADAS EN LA DESCARGA" TO WS-MOTIVO
               GO TO 3000-EXIT.
           IF WS-LOAD-COUNT NOT = WS-TRL-COUNT
               OR WS-LOAD-TOTAL NOT = WS-TRL-TOTAL
               MOVE "CARGA NO CUADRA CON TRAILER" TO WS-MOTIVO
               GO TO 3000-EXIT.
           MOVE 'Y' TO WS-LOAD-OK-SWITCH.
       3000-EXIT.
           EXIT.

       3050-OPEN-MASTER.
           IF WS-MST-PERS
               OPEN OUTPUT PERS-FILE
               IF WS-PERS-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR - CANNOT OPEN PERSON MASTER, "
                       "STATUS " WS-PERS-FILE-STATUS
                   MOVE "NO SE ABRE EL MAESTRO" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MST-MAP
               OPEN OUTPUT MAP-FILE
               IF WS-MAP-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR - CANNOT OPEN GLACCMAP, STATUS "
                       WS-MAP-FILE-STATUS
                   MOVE "NO SE ABRE EL MAESTRO" TO WS-MOTIVO
               END-IF
           END-IF.
           IF WS-MST-REG
               OPEN OUTPUT REG-FILE
               IF WS-REG-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR - CANNOT OPEN BATCHREG, STATUS "
                       WS-REG-FILE-STATUS
                   MOVE "NO SE ABRE EL MAESTRO" TO WS-MOTIVO
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.

       3100-LOAD-ONE-RECORD.
           READ UNL-FILE
               AT END
                   MOVE 'Y' TO WS-UNL-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF WS-RECORD-HELD
               PERFORM 3200-WRITE-DETAIL THRU 3200-EXIT
           END-IF.
           MOVE UNL-RECORD TO WS-HELD-RECORD.
           MOVE 'Y' TO WS-HELD-SWITCH.
       3100-EXIT.
           EXIT.

       3200-WRITE-DETAIL.
           IF WS-MST-PERS
               MOVE WS-HELD-RECORD TO PERS-RECORD
               WRITE PERS-RECORD
                   INVALID KEY
                       PERFORM 3250-DUPLICATE-KEY THRU 3250-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
                       ADD PM-SALDO TO WS-LOAD-TOTAL
               END-WRITE
           END-IF.
           IF WS-MST-MAP
               MOVE WS-HELD-RECORD TO GLMAP-RECORD
               WRITE GLMAP-RECORD
                   INVALID KEY
                       PERFORM 3250-DUPLICATE-KEY THRU 3250-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
               END-WRITE
           END-IF.
           IF WS-MST-REG
               MOVE WS-HELD-RECORD TO BREG-RECORD
               WRITE BREG-RECORD
                   INVALID KEY
                       PERFORM 3250-DUPLICATE-KEY THRU 3250-EXIT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOAD-COUNT
                       ADD BRG-COUNT TO WS-LOAD-TOTAL
               END-WRITE
           END-IF.
       3200-EXIT.
           EXIT.

       3250-DUPLICATE-KEY.
           ADD 1 TO WS-DUP-COUNT.
           DISPLAY "ERROR - DUPLICATE KEY ON RELOAD: "
               WS-HELD-RECORD (1:30).
       3250-EXIT.
           EXIT.

       3300-CLOSE-MASTER.
           IF WS-MST-PERS
               CLOSE PERS-FILE
           END-IF.
           IF WS-MST-MAP
               CLOSE MAP-FILE
           END-IF.
           IF WS-MST-REG
               CLOSE REG-FILE
           END-IF.
       3300-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-MAESTRO TO RPTH-MAESTRO.
           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           MOVE WS-UNL-DSN   TO RPTS-ARCHIVO.
           MOVE WS-UNH-FECHA TO RPTS-FECHA.
           MOVE WS-UNH-HORA  TO RPTS-HORA.
           WRITE RPT-RECORD FROM RPT-SOURCE-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "TRAILER"     TO RPTC-ETIQUETA.
           MOVE WS-TRL-COUNT  TO RPTC-COUNT.
           MOVE WS-TRL-TOTAL  TO RPTC-TOTAL.
           WRITE RPT-RECORD FROM RPT-CONTROL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "LEIDOS"      TO RPTC-ETIQUETA.
           MOVE WS-READ-COUNT TO RPTC-COUNT.
           MOVE WS-READ-TOTAL TO RPTC-TOTAL.
           WRITE RPT-RECORD FROM RPT-CONTROL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CARGADOS"    TO RPTC-ETIQUETA.
           MOVE WS-LOAD-COUNT TO RPTC-COUNT.
           MOVE WS-LOAD-TOTAL TO RPTC-TOTAL.
           WRITE RPT-RECORD FROM RPT-CONTROL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RPTX-RESULT.
           IF WS-LOAD-OK
               MOVE "*** MAESTRO RECARGADO ***" TO RPTX-RESULT
           ELSE
               IF WS-PROOF-OK
                   STRING "*** RECARGA FALLIDA - " WS-MOTIVO
                       DELIMITED BY SIZE INTO RPTX-RESULT
               ELSE
                   STRING "*** NO RECARGADO - " WS-MOTIVO
                       DELIMITED BY SIZE INTO RPTX-RESULT
               END-IF
           END-IF.
           WRITE RPT-RECORD FROM RPT-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           IF WS-LOAD-OK AND WS-MST-PERS
               MOVE WS-UNH-FECHA TO RPTN-FECHA
               WRITE RPT-RECORD FROM RPT-NEXT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           CLOSE RPT-FILE.

      * A copy that failed its proof left the master as it was; a
      * load that went wrong after the rebuild began did not, and
      * stops the schedule harder.
           IF WS-LOAD-OK
               DISPLAY "MSTRELD - " WS-MAESTRO " RELOADED FROM "
                   WS-UNL-DSN
               IF WS-MST-PERS
                   PERFORM 9100-WRITE-RUN-STATS THRU 9100-EXIT
               END-IF
               GO TO 9000-EXIT.
           IF WS-PROOF-OK
               DISPLAY "ERROR - " WS-MAESTRO " RELOAD FAILED: "
                   WS-MOTIVO
               DISPLAY "MASTER NOT USABLE - RERUN THE RELOAD"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "ERROR - " WS-MOTIVO
               DISPLAY "RELOAD ABANDONED - MASTER LEFT UNTOUCHED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      * The reload of PERSMAST is what allows the next roll-forward
      * from this unload; ROLLFWD finds this row by the same key.
       9100-WRITE-RUN-STATS.
           OPEN EXTEND STAT-FILE.
           IF WS-STAT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF WS-STAT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT RECORD THE RELOAD ON RUNSTATS, "
                   "STATUS " WS-STAT-FILE-STATUS
               DISPLAY "ROLLFWD WILL NOT ACCEPT THIS RELOAD"
               MOVE 16 TO RETURN-CODE
               GO TO 9100-EXIT.
           MOVE SPACES TO WS-REC-LLAVE.
           STRING WS-UNL-DSN   DELIMITED BY SPACE
                  " "          DELIMITED BY SIZE
                  WS-UNH-HORA  DELIMITED BY SIZE
               INTO WS-REC-LLAVE.
           MOVE WS-RUN-DATE          TO STAT-FECHA.
           MOVE WS-RUN-TIME          TO STAT-HORA.
           MOVE WS-REC-LLAVE         TO STAT-DSN.
           MOVE ZERO                 TO STAT-BATCH-NO.
           MOVE WS-READ-COUNT        TO STAT-LEIDOS.
           MOVE WS-LOAD-COUNT        TO STAT-APLICADOS.
           MOVE ZERO                 TO STAT-RECHAZADOS.
           MOVE ZERO                 TO STAT-DUPLICADOS.
           MOVE WS-LOAD-TOTAL        TO STAT-GRAN-TOTAL.
           MOVE ZERO                 TO STAT-RETURN-CODE.
           MOVE "MSTRELD"            TO STAT-PROGRAMA.
           WRITE STAT-RECORD.
           CLOSE STAT-FILE.
       9100-EXIT.
           EXIT.
