      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Roll-forward of a reloaded person master.  Takes
      *          the date and time of the unload from the header of
      *          UNLPERS.yyyymmdd and replays onto PERSMAST, in log
      *          order, every posted row ('P') and GL back-out ('G')
      *          the audit log holds from after that moment - the
      *          dated archives from the unload month on, then the
      *          live log - with the posting rules of the batch run
      *          (add, subtract, replace), so the master comes back
      *          to the end of the last good run; BALRECON then
      *          proves it.  Every completed roll-forward leaves a
      *          row on RUNSTATS, as every PERSMAST reload by MSTRELD
      *          does, both keyed by the unload's date and time; a
      *          roll-forward is refused with return code 16 unless
      *          the last of those rows is the reload from this
      *          unload.  The master must also still be exactly the
      *          unload (count and balance total as its trailer):
      *          a master changed since the reload is refused, so
      *          the postings can never be applied twice.  The
      *          roll-forward row carries the date and time of the
      *          last audit row replayed.  Renames and merges done by
      *          PERSREN after the unload are replayed from PERSXREF
      *          in their place among the rows, each before the first
      *          row stamped after it.  Other maintenance done on
      *          PERSMAST after the unload (PERSMANT, DORMSWP) is not
      *          in the audit log; it is listed from CHGLOG for
      *          re-applying, and a posting to a name the reloaded
      *          master does not hold is reported, not guessed at.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: audit replay from the unload
      *                 header's date and time across the archives
      *                 and the live log, master proven against the
      *                 unload trailer first, maintenance after the
      *                 unload listed from CHGLOG.
      * 15/10/2026 WCG  Completed roll-forward recorded on RUNSTATS;
      *                 a second one without a reload from MSTRELD
      *                 in between is refused with return code 16.
      * 15/10/2026 WCG  Renames and merges after the unload replayed
      *                 from PERSXREF between the audit rows, as
      *                 PERSREN applied them; CHGLOG rows for those
      *                 changes are no longer listed for re-applying.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLFWD.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-NOMBRE
               FILE STATUS IS WS-PERS-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT CHG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT STAT-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO ROLLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Roll-forward card: the date of the unload PERSMAST was
      * reloaded from, YYYYMMDD.  The time comes from the unload.
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-FECHA                  PIC X(08).

       FD  UNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNL-RECORD                       PIC X(88).

       FD  PERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-FILE-RECORD                PIC X(80).

       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCH-RECORD                      PIC X(80).

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSXREF.

       FD  CHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGLOG.

       FD  STAT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STATREC.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY UNLCTL.

      * Every row, archived or live, is replayed from this one copy.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==ROL-RECORD==
                         LEADING ==AUD== BY ==ROL==.

       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-UNL-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-ARCH-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-XREF-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-CHG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-STAT-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-UNL-DSN                       PIC X(30)   VALUE SPACES.
       01  WS-ARCH-DSN                      PIC X(30)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                PIC X(01)   VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-MAINT-SWITCH              PIC X(01)   VALUE 'N'.
               88  WS-MAINT-HEADED           VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-XREF-EOF               VALUE 'Y'.
           05  WS-XRT-PARADA-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-XRT-PARADA             VALUE 'Y'.
           05  WS-XRT-HALLADA-SWITCH        PIC X(01)   VALUE 'N'.
               88  WS-XRT-HALLADA            VALUE 'Y'.

       01  WS-RUN-DATE                      PIC 9(08)   VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(08)   VALUE ZERO.
       01  WS-SEL-FECHA                     PIC X(08)   VALUE SPACES.
       01  WS-HELD-RECORD                   PIC X(88)   VALUE SPACES.
       01  WS-MOTIVO                        PIC X(14)   VALUE SPACES.

       01  WS-MONTH-CONTROLS.
           05  WS-MES-HASTA                 PIC X(06)   VALUE SPACES.
           05  WS-MES-ACTUAL                PIC X(06)   VALUE SPACES.
           05  WS-MES-ACTUAL-N REDEFINES WS-MES-ACTUAL.
               10  WS-MES-AA                PIC 9(04).
               10  WS-MES-MM                PIC 9(02).

      * The moment of the unload, and of the row or change in hand:
      * only what is stamped after the unload is rolled forward.
       01  WS-CORTE-MARCA.
           05  WS-CORTE-FECHA               PIC 9(08)   VALUE ZERO.
           05  WS-CORTE-HORA                PIC 9(08)   VALUE ZERO.
       01  WS-ROW-MARCA.
           05  WS-ROW-FECHA                 PIC 9(08)   VALUE ZERO.
           05  WS-ROW-HORA                  PIC 9(08)   VALUE ZERO.
       01  WS-ULT-MARCA.
           05  WS-ULT-FECHA                 PIC 9(08)   VALUE ZERO.
           05  WS-ULT-HORA                  PIC 9(08)   VALUE ZERO.

      * Reloads and roll-forwards of PERSMAST on RUNSTATS: the key is
      * the unload's name and the time on its header, and the last
      * such row found is the one that counts.
      * The renames and merges PERSREN made after the unload, in the
      * order it made them.  WS-XRT-NEXT is the first one not yet
      * replayed; each is replayed before the first audit row stamped
      * after it, since a row stamped at or before a change was
      * posted before it.
       01  WS-XREF-SUB                      PIC 9(04)   VALUE ZERO.
       01  WS-XRT-NEXT                      PIC 9(04)   VALUE 1.
       01  WS-XREF-CONTROLS.
           05  WS-XREF-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-XREF-MAX                  PIC 9(04)   VALUE 1000.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 1000 TIMES.
               10  XRT-NOMBRE-ANT           PIC X(30).
               10  XRT-NOMBRE-NUEVO         PIC X(30).
               10  XRT-ACCION               PIC X(01).
                   88  XRT-RENAME            VALUE 'N'.
                   88  XRT-MERGE             VALUE 'M'.
               10  XRT-MARCA.
                   15  XRT-FECHA            PIC 9(08).
                   15  XRT-HORA             PIC 9(08).

      * The old record of the change in hand; the FD area is reused
      * for the new name.
           COPY PERSMAST
               REPLACING ==PERS-RECORD== BY ==WS-ANT-PERS==
                         LEADING ==PM== BY ==ANT==.
       01  WS-SUMA-SALDOS                   PIC S9(15)  VALUE ZERO.
       01  WS-NUE-PERS                      PIC X(88)   VALUE SPACES.

       01  WS-RECOVERY-CONTROLS.
           05  WS-REC-LLAVE                 PIC X(30)   VALUE SPACES.
           05  WS-REC-PROGRAMA              PIC X(08)   VALUE SPACES.
           05  WS-REC-DSN                   PIC X(30)   VALUE SPACES.
           05  WS-REC-FECHA                 PIC 9(08)   VALUE ZERO.
           05  WS-REC-HORA                  PIC 9(08)   VALUE ZERO.

       01  WS-PROOF-TOTALS.
           05  WS-TRL-COUNT                 PIC 9(07)   VALUE ZERO.
           05  WS-TRL-TOTAL                 PIC S9(15)  VALUE ZERO.
           05  WS-MST-COUNT                 PIC 9(07)   VALUE ZERO.
           05  WS-MST-TOTAL                 PIC S9(15)  VALUE ZERO.

       01  WS-ROLL-TOTALS.
           05  WS-ARCHIVOS-LEIDOS           PIC 9(03)   VALUE ZERO.
           05  WS-FILAS-LEIDAS              PIC 9(09)   VALUE ZERO.
           05  WS-FILAS-ANTERIORES          PIC 9(09)   VALUE ZERO.
           05  WS-FILAS-APLICADAS           PIC 9(07)   VALUE ZERO.
           05  WS-REEMPLAZOS                PIC 9(07)   VALUE ZERO.
           05  WS-NETO-APLICADO             PIC S9(15)  VALUE ZERO.
           05  WS-EXCEPCIONES               PIC 9(07)   VALUE ZERO.
           05  WS-CAMBIOS                   PIC 9(07)   VALUE ZERO.
           05  WS-RENOMBRES                 PIC 9(07)   VALUE ZERO.
           05  WS-FUSIONES                  PIC 9(07)   VALUE ZERO.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "ROLLFWD".
           05  FILLER                       PIC X(28)
                   VALUE "ROLL-FORWARD DE PERSMAST".
           05  FILLER                       PIC X(07)
                   VALUE "DESDE:".
           05  RPTH-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTH-HORA                    PIC 9(08).
           05  FILLER                       PIC X(09)
                   VALUE "  PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(31)
                   VALUE "NOMBRE".
           05  FILLER                       PIC X(09)
                   VALUE "FECHA".
           05  FILLER                       PIC X(09)
                   VALUE "HORA".
           05  FILLER                       PIC X(02)
                   VALUE "OP".
           05  FILLER                       PIC X(14)
                   VALUE "         SUMA".
           05  FILLER                       PIC X(14)
                   VALUE "EXCEPCION".

       01  RPT-EXCEPTION-LINE.
           05  RPTE-NOMBRE                  PIC X(30).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTE-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTE-HORA                    PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTE-OPER                    PIC X(01).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTE-SUMA                    PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTE-MOTIVO                  PIC X(14).

       01  RPT-MAINT-HEADING.
           05  FILLER                       PIC X(60)   VALUE
                   "MANTENIMIENTO POSTERIOR A LA DESCARGA - REAPLICAR".

       01  RPT-MAINT-LINE.
           05  RPTM-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTM-HORA                    PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTM-PROGRAMA                PIC X(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTM-ACCION                  PIC X(01).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTM-LLAVE                   PIC X(30).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTM-OPERADOR                PIC X(08).

       01  RPT-TOTALS-LINE-1.
           05  FILLER                       PIC X(20)
                   VALUE "ARCHIVOS LEIDOS:".
           05  RPTT-ARCHIVOS                PIC ZZ9.
           05  FILLER                       PIC X(05)   VALUE SPACES.
           05  FILLER                       PIC X(16)
                   VALUE "FILAS LEIDAS:".
           05  RPTT-LEIDAS                  PIC ZZZ,ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-2.
           05  FILLER                       PIC X(20)
                   VALUE "APLICADAS:".
           05  RPTT-APLICADAS               PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  FILLER                       PIC X(16)
                   VALUE "REEMPLAZOS:".
           05  RPTT-REEMPLAZOS              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(13)
                   VALUE "EXCEPCIONES:".
           05  RPTT-EXCEPCIONES             PIC ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-3.
           05  FILLER                       PIC X(20)
                   VALUE "NETO APLICADO:".
           05  RPTT-NETO              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                       PIC X(04)   VALUE SPACES.
           05  FILLER                       PIC X(16)
                   VALUE "CAMBIOS MANT.:".
           05  RPTT-CAMBIOS                 PIC ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-4.
           05  FILLER                       PIC X(20)
                   VALUE "RENOMBRES:".
           05  RPTT-RENOMBRES               PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  FILLER                       PIC X(16)
                   VALUE "FUSIONES:".
           05  RPTT-FUSIONES                PIC ZZZ,ZZ9.

       01  RPT-RESULT-LINE.
           05  RPTR-TEXTO                   PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE WS-CORTE-FECHA (1:6) TO WS-MES-ACTUAL.
           PERFORM 2000-WALK-ARCHIVE THRU 2000-EXIT
               UNTIL WS-MES-ACTUAL > WS-MES-HASTA.
           PERFORM 2500-WALK-LIVE-LOG THRU 2500-EXIT.
           MOVE 99999999 TO WS-ROW-FECHA.
           MOVE 99999999 TO WS-ROW-HORA.
           PERFORM 3500-APPLY-CHANGES THRU 3500-EXIT.
           PERFORM 4000-LIST-MAINTENANCE THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           PERFORM 9100-WRITE-RUN-STATS THRU 9100-EXIT.
           STOP RUN.

      * Everything that could stop the run is checked here, before
      * the first row is applied: a roll-forward stopped half way
      * could not simply be run again.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE (1:6) TO WS-MES-HASTA.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           PERFORM 1100-READ-UNLOAD THRU 1100-EXIT.
           PERFORM 1180-CHECK-LAST-RELOAD THRU 1180-EXIT.
           PERFORM 1200-PROVE-MASTER THRU 1200-EXIT.
           PERFORM 1300-LOAD-XREF THRU 1300-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN AUDITLOG, STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE AUDIT-FILE.
           OPEN I-O PERS-FILE.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN PERSON MASTER, STATUS "
                   WS-PERS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT.
       1000-EXIT.
           EXIT.

       1010-READ-PARM.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SYSIN-FECHA TO WS-SEL-FECHA
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
           IF WS-SEL-FECHA IS NOT NUMERIC
               DISPLAY "ERROR - ROLL-FORWARD CARD MUST GIVE THE "
                   "UNLOAD DATE YYYYMMDD, GOT: " WS-SEL-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1010-EXIT.
           EXIT.

      * The header gives the moment of the unload, the trailer the
      * count and balance total the reloaded master must still have.
       1100-READ-UNLOAD.
           MOVE SPACES TO WS-UNL-DSN.
           STRING "UNLPERS." WS-SEL-FECHA
               DELIMITED BY SIZE INTO WS-UNL-DSN.
           OPEN INPUT UNL-FILE.
           IF WS-UNL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN " WS-UNL-DSN
                   ", STATUS " WS-UNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ UNL-FILE INTO UNL-HEADER-REC
               AT END
                   MOVE SPACES TO UNL-HEADER-REC
           END-READ.
           IF NOT UNH-TYPE-OK
               OR UNH-MAESTRO NOT = "PERSMAST"
               DISPLAY "ERROR - " WS-UNL-DSN
                   " HAS NO PERSMAST UNLOAD HEADER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE UNH-FECHA TO WS-CORTE-FECHA.
           MOVE UNH-HORA  TO WS-CORTE-HORA.
           MOVE WS-CORTE-MARCA TO WS-ULT-MARCA.
           MOVE SPACES TO WS-REC-LLAVE.
           STRING WS-UNL-DSN    DELIMITED BY SPACE
                  " "           DELIMITED BY SIZE
                  WS-CORTE-HORA DELIMITED BY SIZE
               INTO WS-REC-LLAVE.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1150-READ-ONE-UNLOAD THRU 1150-EXIT
               UNTIL WS-EOF.
           CLOSE UNL-FILE.
           MOVE WS-HELD-RECORD TO UNL-TRAILER-REC.
           IF NOT UNT-TYPE-OK
               OR UNT-COUNT IS NOT NUMERIC
               OR UNT-TOTAL IS NOT NUMERIC
               DISPLAY "ERROR - " WS-UNL-DSN " HAS NO TRAILER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE UNT-COUNT TO WS-TRL-COUNT.
           MOVE UNT-TOTAL TO WS-TRL-TOTAL.
       1100-EXIT.
           EXIT.

       1150-READ-ONE-UNLOAD.
           READ UNL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1150-EXIT
           END-READ.
           MOVE UNL-RECORD TO WS-HELD-RECORD.
       1150-EXIT.
           EXIT.

      * The last reload or roll-forward of PERSMAST on RUNSTATS must
      * be the reload from this very unload.  A roll-forward after
      * it means its postings are already on the master, and a
      * reload from another unload means this one is not what is
      * loaded.  A RUNSTATS with neither (a reload older than these
      * rows) leaves the proof against the trailer to decide.
       1180-CHECK-LAST-RELOAD.
           OPEN INPUT STAT-FILE.
           IF WS-STAT-FILE-STATUS NOT = "00"
               GO TO 1180-EXIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 1190-READ-ONE-STAT THRU 1190-EXIT
               UNTIL WS-EOF.
           CLOSE STAT-FILE.
           IF WS-REC-PROGRAMA = "ROLLFWD"
               DISPLAY "ERROR - PERSMAST ALREADY ROLLED FORWARD FROM "
                   WS-REC-DSN
               DISPLAY "UP TO " WS-REC-FECHA " " WS-REC-HORA
                   " - RELOAD IT WITH MSTRELD BEFORE RUNNING AGAIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REC-PROGRAMA = "MSTRELD"
               AND WS-REC-DSN NOT = WS-REC-LLAVE
               DISPLAY "ERROR - PERSMAST WAS LAST RELOADED FROM "
                   WS-REC-DSN
               DISPLAY "ROLL-FORWARD FROM " WS-REC-LLAVE " REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1180-EXIT.
           EXIT.

       1190-READ-ONE-STAT.
           READ STAT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1190-EXIT
           END-READ.
           IF STAT-PROGRAMA NOT = "MSTRELD"
               AND STAT-PROGRAMA NOT = "ROLLFWD"
               GO TO 1190-EXIT.
           MOVE STAT-PROGRAMA TO WS-REC-PROGRAMA.
           MOVE STAT-DSN      TO WS-REC-DSN.
           MOVE STAT-FECHA    TO WS-REC-FECHA.
           MOVE STAT-HORA     TO WS-REC-HORA.
       1190-EXIT.
           EXIT.

      * The master front to back: it must be the unload as reloaded.
       1200-PROVE-MASTER.
           OPEN INPUT PERS-FILE.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN PERSON MASTER, STATUS "
                   WS-PERS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE LOW-VALUES TO PM-NOMBRE.
           START PERS-FILE KEY >= PM-NOMBRE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWITCH
           END-START.
           PERFORM 1250-PROVE-ONE-PERSON THRU 1250-EXIT
               UNTIL WS-EOF.
           CLOSE PERS-FILE.
           IF WS-MST-COUNT NOT = WS-TRL-COUNT
               OR WS-MST-TOTAL NOT = WS-TRL-TOTAL
               DISPLAY "ERROR - PERSMAST IS NOT THE UNLOAD OF "
                   WS-SEL-FECHA " AS RELOADED: " WS-MST-COUNT
                   " RECORDS, TRAILER " WS-TRL-COUNT
               DISPLAY "ROLL-FORWARD REFUSED - ALREADY ROLLED "
                   "FORWARD OR CHANGED SINCE THE RELOAD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-EXIT.
           EXIT.

       1250-PROVE-ONE-PERSON.
           READ PERS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 1250-EXIT
           END-READ.
           ADD 1 TO WS-MST-COUNT.
           ADD PM-SALDO TO WS-MST-TOTAL.
       1250-EXIT.
           EXIT.

      * Only the changes after the unload are kept.  No cross-
      * reference just means nobody was ever renamed; one that will
      * not fit in the table would leave changes out of the replay,
      * so the run stops before anything is applied.
       1300-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               GO TO 1300-EXIT.
           MOVE 'N' TO WS-XREF-EOF-SWITCH.
           PERFORM 1350-LOAD-ONE-XREF THRU 1350-EXIT
               UNTIL WS-XREF-EOF.
           CLOSE XREF-FILE.
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SWITCH
                   GO TO 1350-EXIT
           END-READ.
           MOVE XRF-FECHA TO WS-ROW-FECHA.
           MOVE XRF-HORA  TO WS-ROW-HORA.
           IF WS-ROW-MARCA NOT > WS-CORTE-MARCA
               GO TO 1350-EXIT.
           IF WS-XREF-COUNT >= WS-XREF-MAX
               DISPLAY "ERROR - MORE THAN " WS-XREF-MAX
                   " PERSXREF CHANGES AFTER THE UNLOAD"
               DISPLAY "ROLL-FORWARD REFUSED - NOTHING APPLIED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-XREF-COUNT.
           MOVE XRF-NOMBRE-ANT   TO XRT-NOMBRE-ANT (WS-XREF-COUNT).
           MOVE XRF-NOMBRE-NUEVO TO XRT-NOMBRE-NUEVO (WS-XREF-COUNT).
           MOVE XRF-ACCION       TO XRT-ACCION (WS-XREF-COUNT).
           MOVE XRF-FECHA        TO XRT-FECHA (WS-XREF-COUNT).
           MOVE XRF-HORA         TO XRT-HORA (WS-XREF-COUNT).
       1350-EXIT.
           EXIT.

      ******************************************************************
      * Archived months from the unload month on, oldest first; a
      * month that was never closed has no archive and its rows are
      * still on the live log.
      ******************************************************************
       2000-WALK-ARCHIVE.
           MOVE SPACES TO WS-ARCH-DSN.
           STRING "AUDARCH." WS-MES-ACTUAL
               DELIMITED BY SIZE INTO WS-ARCH-DSN.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               GO TO 2050-NEXT-MONTH.
           ADD 1 TO WS-ARCHIVOS-LEIDOS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2100-READ-ONE-ARCH THRU 2100-EXIT
               UNTIL WS-EOF.
           CLOSE ARCH-FILE.
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
           READ ARCH-FILE INTO ROL-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 3000-APPLY-ROW THRU 3000-EXIT.
       2100-EXIT.
           EXIT.

       2500-WALK-LIVE-LOG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO 2500-EXIT.
           ADD 1 TO WS-ARCHIVOS-LEIDOS.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 2600-READ-ONE-LIVE THRU 2600-EXIT
               UNTIL WS-EOF.
           CLOSE AUDIT-FILE.
       2500-EXIT.
           EXIT.

       2600-READ-ONE-LIVE.
           READ AUDIT-FILE INTO ROL-RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 2600-EXIT
           END-READ.
           PERFORM 3000-APPLY-ROW THRU 3000-EXIT.
       2600-EXIT.
           EXIT.

      ******************************************************************
      * One audit row.  Only rows that moved a balance count, and
      * only those stamped after the unload; they are applied the
      * way the batch run and GLACKREC applied them.
      ******************************************************************
       3000-APPLY-ROW.
           ADD 1 TO WS-FILAS-LEIDAS.
           IF NOT ROL-POSTED AND NOT ROL-GL-BACKOUT
               GO TO 3000-EXIT.
           MOVE ROL-FECHA TO WS-ROW-FECHA.
           MOVE ROL-HORA  TO WS-ROW-HORA.
           IF WS-ROW-MARCA NOT > WS-CORTE-MARCA
               ADD 1 TO WS-FILAS-ANTERIORES
               GO TO 3000-EXIT.
           PERFORM 3500-APPLY-CHANGES THRU 3500-EXIT.
           MOVE ROL-NOMBRE TO PM-NOMBRE.
           READ PERS-FILE
               INVALID KEY
                   MOVE "SIN MAESTRO" TO WS-MOTIVO
                   PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
                   GO TO 3000-EXIT
           END-READ.
           IF ROL-OPER-SUBTRACT
               SUBTRACT ROL-SUMA FROM PM-SALDO
               SUBTRACT ROL-SUMA FROM WS-NETO-APLICADO
           ELSE
               IF ROL-OPER-REPLACE
                   MOVE ROL-SUMA TO PM-SALDO
                   ADD 1 TO WS-REEMPLAZOS
               ELSE
                   ADD ROL-SUMA TO PM-SALDO
                   ADD ROL-SUMA TO WS-NETO-APLICADO
               END-IF
           END-IF.
           IF ROL-POSTED
               MOVE ROL-FECHA TO PM-ULT-ACTIV
           END-IF.
           REWRITE PERS-RECORD
               INVALID KEY
                   MOVE "NO REGRABADO" TO WS-MOTIVO
                   PERFORM 3100-PRINT-EXCEPTION THRU 3100-EXIT
                   GO TO 3000-EXIT
           END-REWRITE.
           ADD 1 TO WS-FILAS-APLICADAS.
           MOVE WS-ROW-MARCA TO WS-ULT-MARCA.
       3000-EXIT.
           EXIT.

       3100-PRINT-EXCEPTION.
           ADD 1 TO WS-EXCEPCIONES.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
           END-IF.
           MOVE ROL-NOMBRE TO RPTE-NOMBRE.
           MOVE ROL-FECHA  TO RPTE-FECHA.
           MOVE ROL-HORA   TO RPTE-HORA.
           MOVE ROL-OPER   TO RPTE-OPER.
           MOVE ROL-SUMA   TO RPTE-SUMA.
           MOVE WS-MOTIVO  TO RPTE-MOTIVO.
           WRITE RPT-RECORD FROM RPT-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * Renames and merges, replayed in order up to the row in hand
      * (WS-ROW-MARCA): every change stamped before it.  A row
      * stamped after a change was posted under the names as the
      * change left them, so it needs no mapping.
      ******************************************************************
       3500-APPLY-CHANGES.
           MOVE 'N' TO WS-XRT-PARADA-SWITCH.
           PERFORM 3550-APPLY-NEXT-CHANGE THRU 3550-EXIT
               UNTIL WS-XRT-PARADA.
       3500-EXIT.
           EXIT.

       3550-APPLY-NEXT-CHANGE.
           IF WS-XRT-NEXT > WS-XREF-COUNT
               MOVE 'Y' TO WS-XRT-PARADA-SWITCH
               GO TO 3550-EXIT.
           IF XRT-MARCA (WS-XRT-NEXT) NOT < WS-ROW-MARCA
               MOVE 'Y' TO WS-XRT-PARADA-SWITCH
               GO TO 3550-EXIT.
           PERFORM 3600-APPLY-ONE-CHANGE THRU 3600-EXIT.
           ADD 1 TO WS-XRT-NEXT.
       3550-EXIT.
           EXIT.

      * The old record is read first; a change whose old name the
      * master does not hold is reported and passed over.
       3600-APPLY-ONE-CHANGE.
           MOVE XRT-NOMBRE-ANT (WS-XRT-NEXT) TO PM-NOMBRE.
           READ PERS-FILE
               INVALID KEY
                   MOVE "ANT. NO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-PRINT-CHANGE-EXC THRU 3900-EXIT
                   GO TO 3600-EXIT
           END-READ.
           MOVE PERS-RECORD TO WS-ANT-PERS.
           IF XRT-MERGE (WS-XRT-NEXT)
               PERFORM 3700-MERGE-PERSON THRU 3700-EXIT
           ELSE
               PERFORM 3650-RENAME-PERSON THRU 3650-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

      * Rename: the old data under the new key, then the old record
      * deleted; an old record that will not delete takes the new
      * one back out, as PERSREN does.
       3650-RENAME-PERSON.
           MOVE WS-ANT-PERS TO PERS-RECORD.
           MOVE XRT-NOMBRE-NUEVO (WS-XRT-NEXT) TO PM-NOMBRE.
           WRITE PERS-RECORD
               INVALID KEY
                   MOVE "NUEVO EXISTE" TO WS-MOTIVO
                   PERFORM 3900-PRINT-CHANGE-EXC THRU 3900-EXIT
                   GO TO 3650-EXIT
           END-WRITE.
           MOVE XRT-NOMBRE-ANT (WS-XRT-NEXT) TO PM-NOMBRE.
           DELETE PERS-FILE
               INVALID KEY
                   MOVE "ANT.NO BORRADO" TO WS-MOTIVO
                   PERFORM 3900-PRINT-CHANGE-EXC THRU 3900-EXIT
                   MOVE XRT-NOMBRE-NUEVO (WS-XRT-NEXT) TO PM-NOMBRE
                   DELETE PERS-FILE
                       INVALID KEY
                           DISPLAY "ERROR - "
                               XRT-NOMBRE-NUEVO (WS-XRT-NEXT)
                               " WRITTEN AND NOT REMOVED, SALDO ON "
                               "BOTH NAMES"
                   END-DELETE
                   GO TO 3650-EXIT
           END-DELETE.
           ADD 1 TO WS-RENOMBRES.
       3650-EXIT.
           EXIT.

      * Merge: the old saldo added to the survivor, the earliest
      * known alta and the latest activity kept, the survivor's
      * estado and limits standing.  The old record is deleted
      * before the survivor is rewritten and put back if that
      * rewrite fails, as PERSREN does.
       3700-MERGE-PERSON.
           MOVE XRT-NOMBRE-NUEVO (WS-XRT-NEXT) TO PM-NOMBRE.
           READ PERS-FILE
               INVALID KEY
                   MOVE "NUEVO FALTA" TO WS-MOTIVO
                   PERFORM 3900-PRINT-CHANGE-EXC THRU 3900-EXIT
                   GO TO 3700-EXIT
           END-READ.
           MOVE PM-SALDO TO WS-SUMA-SALDOS.
           ADD ANT-SALDO TO WS-SUMA-SALDOS
               ON SIZE ERROR
                   MOVE "SALDO DESBORDA" TO WS-MOTIVO
                   PERFORM 3900-PRINT-CHANGE-EXC THRU 3900-EXIT
                   GO TO 3700-EXIT
           END-ADD.
           MOVE WS-SUMA-SALDOS TO PM-SALDO.
           IF ANT-FECHA-ALTA NOT = ZERO
               IF PM-FECHA-ALTA = ZERO
                   OR ANT-FECHA-ALTA < PM-FECHA-ALTA
                   MOVE ANT-FECHA-ALTA TO PM-FECHA-ALTA
               END-IF
           END-IF.
           IF ANT-ULT-ACTIV > PM-ULT-ACTIV
               MOVE ANT-ULT-ACTIV TO PM-ULT-ACTIV
           END-IF.
           MOVE PERS-RECORD TO WS-NUE-PERS.
           MOVE XRT-NOMBRE-ANT (WS-XRT-NEXT) TO PM-NOMBRE.
           DELETE PERS-FILE
               INVALID KEY
                   MOVE "ANT.NO BORRADO" TO WS-MOTIVO
                   PERFORM 3900-PRINT-CHANGE-EXC THRU 3900-EXIT
                   GO TO 3700-EXIT
           END-DELETE.
           MOVE WS-NUE-PERS TO PERS-RECORD.
           REWRITE PERS-RECORD
               INVALID KEY
                   MOVE "NO REGRABADO" TO WS-MOTIVO
                   PERFORM 3900-PRINT-CHANGE-EXC THRU 3900-EXIT
                   MOVE WS-ANT-PERS TO PERS-RECORD
                   WRITE PERS-RECORD
                       INVALID KEY
                           DISPLAY "ERROR - "
                               XRT-NOMBRE-ANT (WS-XRT-NEXT)
                               " DELETED AND NOT RESTORED, SALDO "
                               ANT-SALDO
                   END-WRITE
                   GO TO 3700-EXIT
           END-REWRITE.
           ADD 1 TO WS-FUSIONES.
       3700-EXIT.
           EXIT.

      * A change not replayed prints on the exception list under the
      * old name, with the change's date, time and action.
       3900-PRINT-CHANGE-EXC.
           ADD 1 TO WS-EXCEPCIONES.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
           END-IF.
           MOVE XRT-NOMBRE-ANT (WS-XRT-NEXT) TO RPTE-NOMBRE.
           MOVE XRT-FECHA (WS-XRT-NEXT)      TO RPTE-FECHA.
           MOVE XRT-HORA (WS-XRT-NEXT)       TO RPTE-HORA.
           MOVE XRT-ACCION (WS-XRT-NEXT)     TO RPTE-OPER.
           MOVE ZERO                         TO RPTE-SUMA.
           MOVE WS-MOTIVO                    TO RPTE-MOTIVO.
           WRITE RPT-RECORD FROM RPT-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3900-EXIT.
           EXIT.

      ******************************************************************
      * Person-master maintenance after the unload is not in the
      * audit log, so it is not rolled forward: each change (its
      * after-image) is listed for re-applying.  The renames and
      * merges replayed from PERSXREF are left out.  No change log
      * just means there is nothing to list.
      ******************************************************************
       4000-LIST-MAINTENANCE.
           OPEN INPUT CHG-FILE.
           IF WS-CHG-FILE-STATUS NOT = "00"
               GO TO 4000-EXIT.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM 4100-LIST-ONE-CHANGE THRU 4100-EXIT
               UNTIL WS-EOF.
           CLOSE CHG-FILE.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-CHANGE.
           READ CHG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           IF NOT CHG-PERSMAST OR NOT CHG-DESPUES
               GO TO 4100-EXIT.
           MOVE CHG-FECHA TO WS-ROW-FECHA.
           MOVE CHG-HORA  TO WS-ROW-HORA.
           IF WS-ROW-MARCA NOT > WS-CORTE-MARCA
               GO TO 4100-EXIT.
           IF CHG-PROGRAMA = "PERSREN"
               PERFORM 4150-FIND-XREF THRU 4150-EXIT
               IF WS-XRT-HALLADA
                   GO TO 4100-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-CAMBIOS.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 2
               PERFORM 7000-WRITE-HEADINGS THRU 7000-EXIT
           END-IF.
           IF NOT WS-MAINT-HEADED
               MOVE 'Y' TO WS-MAINT-SWITCH
               WRITE RPT-RECORD FROM RPT-MAINT-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE CHG-FECHA    TO RPTM-FECHA.
           MOVE CHG-HORA     TO RPTM-HORA.
           MOVE CHG-PROGRAMA TO RPTM-PROGRAMA.
           MOVE CHG-ACCION   TO RPTM-ACCION.
           MOVE CHG-LLAVE    TO RPTM-LLAVE.
           MOVE CHG-OPERADOR TO RPTM-OPERADOR.
           WRITE RPT-RECORD FROM RPT-MAINT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       4100-EXIT.
           EXIT.

      * A PERSREN change is on PERSXREF under the same date and time,
      * with the CHGLOG key as its old or its new name.
       4150-FIND-XREF.
           MOVE 'N' TO WS-XRT-HALLADA-SWITCH.
           PERFORM 4160-MATCH-ONE-XREF THRU 4160-EXIT
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                  OR WS-XRT-HALLADA.
       4150-EXIT.
           EXIT.

       4160-MATCH-ONE-XREF.
           IF XRT-MARCA (WS-XREF-SUB) = WS-ROW-MARCA
               AND (XRT-NOMBRE-ANT (WS-XREF-SUB) = CHG-LLAVE
                 OR XRT-NOMBRE-NUEVO (WS-XREF-SUB) = CHG-LLAVE)
               MOVE 'Y' TO WS-XRT-HALLADA-SWITCH
           END-IF.
       4160-EXIT.
           EXIT.

       7000-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT  TO RPTH-PAGE.
           MOVE WS-CORTE-FECHA TO RPTH-FECHA.
           MOVE WS-CORTE-HORA  TO RPTH-HORA.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD
               AFTER ADVANCING 1 LINE.

           MOVE ZERO TO WS-LINE-COUNT.
       7000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PERS-FILE.

           MOVE WS-ARCHIVOS-LEIDOS TO RPTT-ARCHIVOS.
           MOVE WS-FILAS-LEIDAS    TO RPTT-LEIDAS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-FILAS-APLICADAS TO RPTT-APLICADAS.
           MOVE WS-REEMPLAZOS      TO RPTT-REEMPLAZOS.
           MOVE WS-EXCEPCIONES     TO RPTT-EXCEPCIONES.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-NETO-APLICADO   TO RPTT-NETO.
           MOVE WS-CAMBIOS         TO RPTT-CAMBIOS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-RENOMBRES       TO RPTT-RENOMBRES.
           MOVE WS-FUSIONES        TO RPTT-FUSIONES.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-4
               AFTER ADVANCING 1 LINE.

           IF WS-EXCEPCIONES > ZERO
               MOVE "*** ROLL-FORWARD CON EXCEPCIONES - REVISAR ***"
                   TO RPTR-TEXTO
           ELSE
               IF WS-CAMBIOS > ZERO
                   MOVE "*** REAPLICAR MANTENIMIENTO Y LUEGO BALRECON"
                       TO RPTR-TEXTO
               ELSE
                   MOVE "*** MAESTRO AL DIA - PROBAR CON BALRECON ***"
                       TO RPTR-TEXTO
               END-IF
           END-IF.
           WRITE RPT-RECORD FROM RPT-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE RPT-FILE.

           DISPLAY "ROLLFWD - " WS-FILAS-APLICADAS
               " AUDIT ROWS ROLLED FORWARD FROM " WS-CORTE-FECHA
               " " WS-CORTE-HORA.
           IF WS-EXCEPCIONES > ZERO
               DISPLAY "ROLLFWD - " WS-EXCEPCIONES
                   " ROWS OR NAME CHANGES NOT APPLIED, SEE ROLLRPT"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT.
           IF WS-CAMBIOS > ZERO
               DISPLAY "WARNING - " WS-CAMBIOS " PERSMAST CHANGES "
                   "AFTER THE UNLOAD TO RE-APPLY, SEE ROLLRPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.

      * Written whatever the grade: once a row has been applied the
      * master is no longer the unload, and running again from it
      * would apply the postings twice.  The row's date and time are
      * those of the last audit row replayed.
       9100-WRITE-RUN-STATS.
           OPEN EXTEND STAT-FILE.
           IF WS-STAT-FILE-STATUS NOT = "00"
               OPEN OUTPUT STAT-FILE
           END-IF.
           IF WS-STAT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT RECORD THE ROLL-FORWARD ON "
                   "RUNSTATS, STATUS " WS-STAT-FILE-STATUS
               DISPLAY "DO NOT RUN ROLLFWD AGAIN FROM " WS-REC-LLAVE
               MOVE 16 TO RETURN-CODE
               GO TO 9100-EXIT.
           MOVE WS-ULT-FECHA         TO STAT-FECHA.
           MOVE WS-ULT-HORA          TO STAT-HORA.
           MOVE WS-REC-LLAVE         TO STAT-DSN.
           MOVE ZERO                 TO STAT-BATCH-NO.
           COMPUTE STAT-LEIDOS = WS-FILAS-APLICADAS + WS-EXCEPCIONES.
           MOVE WS-FILAS-APLICADAS   TO STAT-APLICADOS.
           MOVE WS-EXCEPCIONES       TO STAT-RECHAZADOS.
           MOVE ZERO                 TO STAT-DUPLICADOS.
           MOVE WS-NETO-APLICADO     TO STAT-GRAN-TOTAL.
           MOVE RETURN-CODE          TO STAT-RETURN-CODE.
           MOVE "ROLLFWD"            TO STAT-PROGRAMA.
           WRITE STAT-RECORD.
           CLOSE STAT-FILE.
       9100-EXIT.
           EXIT.
