      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Rename and merge of person master records.  The
      *          NOMBRE is the key of PERSMAST and the only person
      *          identifier on the audit log, suspense and pending
      *          files, so a corrected name or a duplicate person
      *          cannot be handled by PERSMANT without stranding the
      *          balance.  Driven by a card deck: 'N' renames the old
      *          record to a new name that must not exist yet, 'M'
      *          merges the old record into an existing one (saldos
      *          added, earliest alta and latest activity kept, the
      *          survivor's estado and limits kept).  The old record
      *          is deleted, open items on SUSPOUT and PENDFILE are
      *          rekeyed to the new name, and a cross-reference
      *          record goes to PERSXREF so the audit readers can
      *          carry the old name's history to the new person.
      *          Every card prints with its before/after balances
      *          for sign-off.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: rename / merge card actions,
      *                 rekey of the suspense and pending files via
      *                 work files, PERSXREF cross-reference and the
      *                 before/after balance report.
      * 15/10/2026 WCG  Every change applied is written to CHGLOG as
      *                 before- and after-images of both names, with
      *                 the run date and time and the operator ID,
      *                 which is now required on every card.
      * 15/10/2026 WCG  A merge deletes the old record before the
      *                 survivor is rewritten, and puts it back if the
      *                 rewrite fails; a rename whose delete fails
      *                 takes the new record off again.  A change that
      *                 cannot be undone ends with return code 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSREN.
       AUTHOR. Chipana.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REN-FILE ASSIGN TO RENIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REN-FILE-STATUS.

           SELECT PERS-FILE ASSIGN TO PERSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NOMBRE
               FILE STATUS IS WS-PERS-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SUSP-FILE ASSIGN TO SUSPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT SWRK-FILE ASSIGN TO RENSWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SWRK-FILE-STATUS.

           SELECT PEND-FILE ASSIGN TO PENDFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT PWRK-FILE ASSIGN TO RENPWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PWRK-FILE-STATUS.

           SELECT CHG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO RENRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Rename card: action 'N' (rename) or 'M' (merge), the old
      * NOMBRE, the new NOMBRE and the ID of the operator making
      * the change.
       FD  REN-FILE
           LABEL RECORDS ARE STANDARD.
       01  REN-CARD.
           05  REN-ACCION                   PIC X(01).
           05  FILLER                       PIC X(01).
           05  REN-NOMBRE-ANT               PIC X(30).
           05  FILLER                       PIC X(01).
           05  REN-NOMBRE-NUEVO             PIC X(30).
           05  FILLER                       PIC X(01).
           05  REN-OPERADOR                 PIC X(08).

       FD  PERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSXREF.

       FD  SUSP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       FD  SWRK-FILE
           LABEL RECORDS ARE STANDARD.
       01  SWRK-RECORD                      PIC X(71).

       FD  PEND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PENDREC.

       FD  PWRK-FILE
           LABEL RECORDS ARE STANDARD.
       01  PWRK-RECORD                      PIC X(73).

       FD  CHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGLOG.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REN-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-XREF-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-SUSP-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-SWRK-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-PEND-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-PWRK-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-CHG-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                PIC X(01)   VALUE 'N'.
               88  WS-EOF                    VALUE 'Y'.
           05  WS-SUSP-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-SUSP-EOF               VALUE 'Y'.
           05  WS-SWRK-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-SWRK-EOF               VALUE 'Y'.
           05  WS-PEND-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-PEND-EOF               VALUE 'Y'.
           05  WS-PWRK-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-PWRK-EOF               VALUE 'Y'.
           05  WS-CARD-OK-SWITCH            PIC X(01)   VALUE 'Y'.
               88  WS-CARD-OK                VALUE 'Y'.
           05  WS-UNDO-FAILED-SWITCH        PIC X(01)   VALUE 'N'.
               88  WS-UNDO-FAILED            VALUE 'Y'.

       01  WS-RUN-DATE                      PIC 9(08)   VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(08)   VALUE ZERO.

      * The old record as it stood before the card was applied; the
      * FD area is reused for the new name's read.
           COPY PERSMAST
               REPLACING ==PERS-RECORD== BY ==WS-ANT-PERS==
                         LEADING ==PM== BY ==ANT==.

      * The new name's record before and after the card, for the
      * change log; spaces where there was no record.  The old
      * name's before-image is WS-ANT-PERS and it has no after.
       01  WS-CHG-NUE-ANTES                 PIC X(88)   VALUE SPACES.
       01  WS-CHG-NUE-DESPUES               PIC X(88)   VALUE SPACES.

       01  WS-BALANCES.
           05  WS-ANT-SALDO-ANTES           PIC S9(15)  VALUE ZERO.
           05  WS-ANT-SALDO-DESPUES         PIC S9(15)  VALUE ZERO.
           05  WS-NUE-SALDO-ANTES           PIC S9(15)  VALUE ZERO.
           05  WS-NUE-SALDO-DESPUES         PIC S9(15)  VALUE ZERO.
           05  WS-SUMA-SALDOS               PIC S9(15)  VALUE ZERO.

      * Every name change applied this run, in card order, so the
      * suspense and pending rekey at the end can follow a chain of
      * changes (A to B, then B to C) in one pass.
       01  WS-CHG-SUB                       PIC 9(04)   VALUE ZERO.
       01  WS-CHG-CONTROLS.
           05  WS-CHG-COUNT                 PIC 9(04)   VALUE ZERO.
           05  WS-CHG-MAX                   PIC 9(04)   VALUE 500.
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 500 TIMES.
               10  CHT-NOMBRE-ANT           PIC X(30).
               10  CHT-NOMBRE-NUEVO         PIC X(30).

       01  WS-MAP-NOMBRE                    PIC X(30)   VALUE SPACES.

       01  WS-TOTALS.
           05  WS-CARDS-READ                PIC 9(05)   VALUE ZERO.
           05  WS-CARDS-APPLIED             PIC 9(05)   VALUE ZERO.
           05  WS-CARDS-IN-ERROR            PIC 9(05)   VALUE ZERO.
           05  WS-SUSP-REKEYED              PIC 9(07)   VALUE ZERO.
           05  WS-PEND-REKEYED              PIC 9(07)   VALUE ZERO.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "PERSREN".
           05  FILLER                       PIC X(40)
                   VALUE "CAMBIO DE NOMBRE / FUSION DE PERSONAS".
           05  FILLER                       PIC X(08)
                   VALUE "PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(03)
                   VALUE "AC".
           05  FILLER                       PIC X(31)
                   VALUE "NOMBRE ANTERIOR / NUEVO".
           05  FILLER                       PIC X(21)
                   VALUE "         SALDO ANTES".
           05  FILLER                       PIC X(20)
                   VALUE "       SALDO DESPUES".

       01  RPT-DETAIL-LINE.
           05  RPTD-ACCION                  PIC X(01).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTD-NOMBRE                  PIC X(30).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-SALDO-ANTES             PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-SALDO-DESPUES           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-RESULT-LINE.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(11)
                   VALUE "RESULTADO: ".
           05  RPTR-RESULTADO               PIC X(25).

       01  RPTD-RESULTADO                   PIC X(25)   VALUE SPACES.

       01  RPT-TOTALS-LINE-1.
           05  FILLER                       PIC X(20)
                   VALUE "CARDS LEIDAS:".
           05  RPTT-CARDS-READ              PIC ZZ,ZZ9.

       01  RPT-TOTALS-LINE-2.
           05  FILLER                       PIC X(20)
                   VALUE "CARDS APLICADAS:".
           05  RPTT-CARDS-APPLIED           PIC ZZ,ZZ9.

       01  RPT-TOTALS-LINE-3.
           05  FILLER                       PIC X(20)
                   VALUE "CARDS EN ERROR:".
           05  RPTT-CARDS-IN-ERROR          PIC ZZ,ZZ9.

       01  RPT-TOTALS-LINE-4.
           05  FILLER                       PIC X(20)
                   VALUE "SUSPENSO RECLAVEADO:".
           05  RPTT-SUSP-REKEYED            PIC Z,ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-5.
           05  FILLER                       PIC X(20)
                   VALUE "PENDIENTE RECLAVEADO".
           05  RPTT-PEND-REKEYED            PIC Z,ZZZ,ZZ9.

       01  RPT-SIGNOFF-LINE.
           05  FILLER                       PIC X(14)
                   VALUE "REVISADO POR: ".
           05  FILLER                       PIC X(30)
                   VALUE ALL "_".
           05  FILLER                       PIC X(08)
                   VALUE "  FECHA:".
           05  FILLER                       PIC X(12)
                   VALUE ALL "_".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
               UNTIL WS-EOF.
           IF WS-CHG-COUNT > ZERO
               PERFORM 3000-REKEY-SUSPENSE THRU 3000-EXIT
               PERFORM 3500-REKEY-PENDING THRU 3500-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT RPT-FILE.
      * The master must already exist: there is nothing to rename
      * in an empty one, and PERSMANT owns creating and converting
      * it.
           OPEN I-O PERS-FILE.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN PERSON MASTER, STATUS "
                   WS-PERS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               OPEN OUTPUT XREF-FILE
           END-IF.
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN PERSXREF, STATUS "
                   WS-XREF-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * No change may be applied that the log cannot record.
           OPEN EXTEND CHG-FILE.
           IF WS-CHG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHG-FILE
           END-IF.
           IF WS-CHG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN CHGLOG, STATUS "
                   WS-CHG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT REN-FILE.
           IF WS-REN-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - NO RENAME CARDS, STATUS "
                   WS-REN-FILE-STATUS
               MOVE 'Y' TO WS-EOF-SWITCH
           ELSE
               PERFORM 1100-READ-CARD THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-READ-CARD.
           READ REN-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.
       1100-EXIT.
           EXIT.

       2000-PROCESS-CARD.
           MOVE 'Y'    TO WS-CARD-OK-SWITCH.
           MOVE SPACES TO RPTD-RESULTADO.
           MOVE ZERO   TO WS-ANT-SALDO-ANTES WS-ANT-SALDO-DESPUES
                          WS-NUE-SALDO-ANTES WS-NUE-SALDO-DESPUES.
           PERFORM 2050-VALIDATE-CARD THRU 2050-EXIT.
           IF WS-CARD-OK
               IF REN-ACCION = 'N'
                   PERFORM 2200-RENAME-PERSON THRU 2200-EXIT
               ELSE
                   PERFORM 2300-MERGE-PERSON THRU 2300-EXIT
               END-IF
           END-IF.
           IF WS-CARD-OK
               PERFORM 2400-RECORD-CHANGE THRU 2400-EXIT
           END-IF.
           PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
           PERFORM 1100-READ-CARD THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      * Card edits, then the old record is read and kept aside with
      * its balance; both actions need it to exist.
       2050-VALIDATE-CARD.
           IF REN-ACCION NOT = 'N' AND REN-ACCION NOT = 'M'
               MOVE "ACCION INVALIDA" TO RPTD-RESULTADO
               PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
               GO TO 2050-EXIT.
           IF REN-OPERADOR = SPACES
               MOVE "OPERADOR EN BLANCO" TO RPTD-RESULTADO
               PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
               GO TO 2050-EXIT.
           IF REN-NOMBRE-ANT = SPACES OR REN-NOMBRE-NUEVO = SPACES
               MOVE "NOMBRE EN BLANCO" TO RPTD-RESULTADO
               PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
               GO TO 2050-EXIT.
           IF REN-NOMBRE-ANT = REN-NOMBRE-NUEVO
               MOVE "NOMBRES IGUALES" TO RPTD-RESULTADO
               PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
               GO TO 2050-EXIT.
      * No room left to carry the change to the open items: refuse
      * it rather than leave suspense or pending rows on a name the
      * master no longer has.
           IF WS-CHG-COUNT >= WS-CHG-MAX
               MOVE "TABLA DE CAMBIOS LLENA" TO RPTD-RESULTADO
               PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
               GO TO 2050-EXIT.
           MOVE REN-NOMBRE-ANT TO PM-NOMBRE.
           READ PERS-FILE
               INVALID KEY
                   MOVE "ANTERIOR NO EXISTE" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
                   GO TO 2050-EXIT
           END-READ.
           MOVE PERS-RECORD TO WS-ANT-PERS.
           MOVE ANT-SALDO   TO WS-ANT-SALDO-ANTES.
           MOVE ANT-SALDO   TO WS-ANT-SALDO-DESPUES.
       2050-EXIT.
           EXIT.

      * Rename: the new name must be free.  The record is written
      * under the new key before the old one is deleted, so an
      * interruption between the two leaves the balance on both
      * names for correction by hand, never on neither.  An old
      * record that will not delete takes the new one back out.
       2200-RENAME-PERSON.
           MOVE REN-NOMBRE-NUEVO TO PM-NOMBRE.
           READ PERS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "NUEVO YA EXISTE - FUSION" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-READ.
           MOVE SPACES           TO WS-CHG-NUE-ANTES.
           MOVE WS-ANT-PERS      TO PERS-RECORD.
           MOVE REN-NOMBRE-NUEVO TO PM-NOMBRE.
           WRITE PERS-RECORD
               INVALID KEY
                   MOVE "ERROR AL GRABAR NUEVO" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
                   GO TO 2200-EXIT
           END-WRITE.
           MOVE PM-SALDO    TO WS-NUE-SALDO-DESPUES.
           MOVE PERS-RECORD TO WS-CHG-NUE-DESPUES.
           PERFORM 2500-DELETE-OLD THRU 2500-EXIT.
           IF NOT WS-CARD-OK
               PERFORM 2560-REMOVE-NEW THRU 2560-EXIT
               GO TO 2200-EXIT
           END-IF.
           MOVE "RENOMBRADO" TO RPTD-RESULTADO.
       2200-EXIT.
           EXIT.

      * Merge: the survivor must exist.  Saldos are added, the
      * earliest known alta and the latest activity are kept; the
      * survivor's estado and limits stand.  The old record is
      * deleted before the survivor takes its balance, so a delete
      * that fails leaves both records as they were; a survivor
      * that then will not rewrite gets the old record put back
      * from its image.  The balance is never on both names.
       2300-MERGE-PERSON.
           MOVE REN-NOMBRE-NUEVO TO PM-NOMBRE.
           READ PERS-FILE
               INVALID KEY
                   MOVE "NUEVO NO EXISTE" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
                   GO TO 2300-EXIT
           END-READ.
           MOVE PERS-RECORD TO WS-CHG-NUE-ANTES.
           MOVE PM-SALDO TO WS-NUE-SALDO-ANTES.
           MOVE PM-SALDO TO WS-NUE-SALDO-DESPUES.
           MOVE PM-SALDO TO WS-SUMA-SALDOS.
           ADD ANT-SALDO TO WS-SUMA-SALDOS
               ON SIZE ERROR
                   MOVE "SALDO DESBORDA" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
                   GO TO 2300-EXIT
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
           MOVE PERS-RECORD TO WS-CHG-NUE-DESPUES.
           PERFORM 2500-DELETE-OLD THRU 2500-EXIT.
           IF NOT WS-CARD-OK
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-CHG-NUE-DESPUES TO PERS-RECORD.
           REWRITE PERS-RECORD
               INVALID KEY
                   MOVE "ERROR AL GRABAR NUEVO" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
                   PERFORM 2550-RESTORE-OLD THRU 2550-EXIT
                   GO TO 2300-EXIT
           END-REWRITE.
           MOVE PM-SALDO    TO WS-NUE-SALDO-DESPUES.
           MOVE "FUSIONADO" TO RPTD-RESULTADO.
       2300-EXIT.
           EXIT.

      * The change is final once the old record is gone: the
      * cross-reference is written and the change queued for the
      * open-item rekey.
       2400-RECORD-CHANGE.
           MOVE REN-NOMBRE-ANT   TO XRF-NOMBRE-ANT.
           MOVE REN-NOMBRE-NUEVO TO XRF-NOMBRE-NUEVO.
           MOVE REN-ACCION       TO XRF-ACCION.
           MOVE WS-RUN-DATE      TO XRF-FECHA.
           MOVE WS-RUN-TIME      TO XRF-HORA.
           WRITE XREF-RECORD.
           ADD 1 TO WS-CHG-COUNT.
           MOVE REN-NOMBRE-ANT   TO CHT-NOMBRE-ANT (WS-CHG-COUNT).
           MOVE REN-NOMBRE-NUEVO TO CHT-NOMBRE-NUEVO (WS-CHG-COUNT).
           ADD 1 TO WS-CARDS-APPLIED.
           PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
       2400-EXIT.
           EXIT.

      * Two before/after pairs: the old name, gone afterwards, and
      * the new name, absent before a rename.
       2800-LOG-CHANGE.
           MOVE WS-RUN-DATE    TO CHG-FECHA.
           MOVE WS-RUN-TIME    TO CHG-HORA.
           MOVE REN-OPERADOR   TO CHG-OPERADOR.
           MOVE "PERSREN"      TO CHG-PROGRAMA.
           MOVE 'P'            TO CHG-MAESTRO.
           MOVE REN-ACCION     TO CHG-ACCION.
           MOVE REN-NOMBRE-ANT TO CHG-LLAVE.
           MOVE 'B'            TO CHG-IMAGEN.
           MOVE WS-ANT-PERS    TO CHG-DATOS.
           WRITE CHG-RECORD.
           MOVE 'A'            TO CHG-IMAGEN.
           MOVE SPACES         TO CHG-DATOS.
           WRITE CHG-RECORD.
           MOVE REN-NOMBRE-NUEVO   TO CHG-LLAVE.
           MOVE 'B'                TO CHG-IMAGEN.
           MOVE WS-CHG-NUE-ANTES   TO CHG-DATOS.
           WRITE CHG-RECORD.
           MOVE 'A'                TO CHG-IMAGEN.
           MOVE WS-CHG-NUE-DESPUES TO CHG-DATOS.
           WRITE CHG-RECORD.
       2800-EXIT.
           EXIT.

       2500-DELETE-OLD.
           MOVE REN-NOMBRE-ANT TO PM-NOMBRE.
           DELETE PERS-FILE
               INVALID KEY
                   DISPLAY "WARNING - OLD RECORD NOT DELETED: "
                       REN-NOMBRE-ANT
                   MOVE "ANTERIOR NO BORRADO" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
                   GO TO 2500-EXIT
           END-DELETE.
           MOVE ZERO TO WS-ANT-SALDO-DESPUES.
       2500-EXIT.
           EXIT.

      * Undo of a merge whose survivor would not rewrite: the old
      * record goes back exactly as it was read.  If even that
      * fails the balance is on neither name, and the run stops
      * with 16 for correction by hand from the report.
       2550-RESTORE-OLD.
           MOVE WS-ANT-PERS TO PERS-RECORD.
           WRITE PERS-RECORD
               INVALID KEY
                   DISPLAY "ERROR - " REN-NOMBRE-ANT
                       " DELETED AND NOT RESTORED, SALDO "
                       ANT-SALDO
                   MOVE "ANTERIOR NO RESTAURADO" TO RPTD-RESULTADO
                   MOVE 'Y' TO WS-UNDO-FAILED-SWITCH
                   GO TO 2550-EXIT
           END-WRITE.
           MOVE WS-ANT-SALDO-ANTES TO WS-ANT-SALDO-DESPUES.
       2550-EXIT.
           EXIT.

      * Undo of a rename whose old record would not delete: the
      * record just written under the new name comes back out.  If
      * that fails the balance is on both names, and the run stops
      * with 16 for correction by hand from the report.
       2560-REMOVE-NEW.
           MOVE REN-NOMBRE-NUEVO TO PM-NOMBRE.
           DELETE PERS-FILE
               INVALID KEY
                   DISPLAY "ERROR - " REN-NOMBRE-NUEVO
                       " WRITTEN AND NOT REMOVED, SALDO ON BOTH NAMES"
                   MOVE "NUEVO NO RETIRADO" TO RPTD-RESULTADO
                   MOVE 'Y' TO WS-UNDO-FAILED-SWITCH
                   GO TO 2560-EXIT
           END-DELETE.
           MOVE ZERO TO WS-NUE-SALDO-DESPUES.
       2560-EXIT.
           EXIT.

      * Two lines per card, old name then new name, each with its
      * balance before and after, and the result under them.
       2700-WRITE-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               OR WS-PAGE-COUNT = ZERO
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF.

           MOVE REN-ACCION           TO RPTD-ACCION.
           MOVE REN-NOMBRE-ANT       TO RPTD-NOMBRE.
           MOVE WS-ANT-SALDO-ANTES   TO RPTD-SALDO-ANTES.
           MOVE WS-ANT-SALDO-DESPUES TO RPTD-SALDO-DESPUES.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACE                TO RPTD-ACCION.
           MOVE REN-NOMBRE-NUEVO     TO RPTD-NOMBRE.
           MOVE WS-NUE-SALDO-ANTES   TO RPTD-SALDO-ANTES.
           MOVE WS-NUE-SALDO-DESPUES TO RPTD-SALDO-DESPUES.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE RPTD-RESULTADO       TO RPTR-RESULTADO.
           WRITE RPT-RECORD FROM RPT-RESULT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 4 TO WS-LINE-COUNT.
       2700-EXIT.
           EXIT.

       2900-COUNT-ERROR.
           MOVE 'N' TO WS-CARD-OK-SWITCH.
           ADD 1 TO WS-CARDS-IN-ERROR.
       2900-EXIT.
           EXIT.

       2100-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPTH-PAGE.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       2100-EXIT.
           EXIT.

      * Open suspense items follow the name: SUSPOUT is copied to
      * the work file with the names mapped, and copied back only
      * when something changed, with the same guards the audit
      * close uses - the original is not opened for output until
      * the work file has been read back successfully.
       3000-REKEY-SUSPENSE.
           OPEN INPUT SUSP-FILE.
           IF WS-SUSP-FILE-STATUS = "35"
               GO TO 3000-EXIT
           END-IF.
           IF WS-SUSP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT READ SUSPOUT, STATUS "
                   WS-SUSP-FILE-STATUS
               DISPLAY "MASTER ALREADY UPDATED - REKEY SUSPOUT "
                   "FROM PERSXREF BY HAND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SWRK-FILE.
           IF WS-SWRK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN RENSWORK, STATUS "
                   WS-SWRK-FILE-STATUS
               DISPLAY "MASTER ALREADY UPDATED - REKEY SUSPOUT "
                   "FROM PERSXREF BY HAND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3100-COPY-SUSP-OUT THRU 3100-EXIT
               UNTIL WS-SUSP-EOF.
           CLOSE SUSP-FILE.
           CLOSE SWRK-FILE.
           IF WS-SUSP-REKEYED = ZERO
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT SWRK-FILE.
           IF WS-SWRK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT REOPEN RENSWORK, STATUS "
                   WS-SWRK-FILE-STATUS
               DISPLAY "SUSPOUT UNTOUCHED - REKEY FROM PERSXREF "
                   "BY HAND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SUSP-FILE.
           PERFORM 3200-COPY-SUSP-BACK THRU 3200-EXIT
               UNTIL WS-SWRK-EOF.
           CLOSE SUSP-FILE.
           CLOSE SWRK-FILE.
       3000-EXIT.
           EXIT.

       3100-COPY-SUSP-OUT.
           READ SUSP-FILE
               AT END
                   MOVE 'Y' TO WS-SUSP-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           MOVE SUS-NOMBRE TO WS-MAP-NOMBRE.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           IF WS-MAP-NOMBRE NOT = SUS-NOMBRE
               MOVE WS-MAP-NOMBRE TO SUS-NOMBRE
               ADD 1 TO WS-SUSP-REKEYED
           END-IF.
           WRITE SWRK-RECORD FROM SUSP-RECORD.
       3100-EXIT.
           EXIT.

       3200-COPY-SUSP-BACK.
           READ SWRK-FILE
               AT END
                   MOVE 'Y' TO WS-SWRK-EOF-SWITCH
               NOT AT END
                   WRITE SUSP-RECORD FROM SWRK-RECORD
           END-READ.
       3200-EXIT.
           EXIT.

      * Pending items the same way, so a future-dated transaction
      * captured under the old name posts to the new one when it
      * comes due.
       3500-REKEY-PENDING.
           OPEN INPUT PEND-FILE.
           IF WS-PEND-FILE-STATUS = "35"
               GO TO 3500-EXIT
           END-IF.
           IF WS-PEND-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT READ PENDFILE, STATUS "
                   WS-PEND-FILE-STATUS
               DISPLAY "MASTER ALREADY UPDATED - REKEY PENDFILE "
                   "FROM PERSXREF BY HAND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PWRK-FILE.
           IF WS-PWRK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN RENPWORK, STATUS "
                   WS-PWRK-FILE-STATUS
               DISPLAY "MASTER ALREADY UPDATED - REKEY PENDFILE "
                   "FROM PERSXREF BY HAND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 3600-COPY-PEND-OUT THRU 3600-EXIT
               UNTIL WS-PEND-EOF.
           CLOSE PEND-FILE.
           CLOSE PWRK-FILE.
           IF WS-PEND-REKEYED = ZERO
               GO TO 3500-EXIT
           END-IF.
           OPEN INPUT PWRK-FILE.
           IF WS-PWRK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT REOPEN RENPWORK, STATUS "
                   WS-PWRK-FILE-STATUS
               DISPLAY "PENDFILE UNTOUCHED - REKEY FROM PERSXREF "
                   "BY HAND"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT PEND-FILE.
           PERFORM 3700-COPY-PEND-BACK THRU 3700-EXIT
               UNTIL WS-PWRK-EOF.
           CLOSE PEND-FILE.
           CLOSE PWRK-FILE.
       3500-EXIT.
           EXIT.

       3600-COPY-PEND-OUT.
           READ PEND-FILE
               AT END
                   MOVE 'Y' TO WS-PEND-EOF-SWITCH
                   GO TO 3600-EXIT
           END-READ.
           MOVE PEN-NOMBRE TO WS-MAP-NOMBRE.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           IF WS-MAP-NOMBRE NOT = PEN-NOMBRE
               MOVE WS-MAP-NOMBRE TO PEN-NOMBRE
               ADD 1 TO WS-PEND-REKEYED
           END-IF.
           WRITE PWRK-RECORD FROM PEND-RECORD.
       3600-EXIT.
           EXIT.

       3700-COPY-PEND-BACK.
           READ PWRK-FILE
               AT END
                   MOVE 'Y' TO WS-PWRK-EOF-SWITCH
               NOT AT END
                   WRITE PEND-RECORD FROM PWRK-RECORD
           END-READ.
       3700-EXIT.
           EXIT.

      * Walks the changes in card order, so a name renamed twice in
      * the same run ends on its last name.
       5000-MAP-NAME.
           PERFORM 5100-MAP-ONE-CHANGE THRU 5100-EXIT
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT.
       5000-EXIT.
           EXIT.

       5100-MAP-ONE-CHANGE.
           IF WS-MAP-NOMBRE = CHT-NOMBRE-ANT (WS-CHG-SUB)
               MOVE CHT-NOMBRE-NUEVO (WS-CHG-SUB) TO WS-MAP-NOMBRE
           END-IF.
       5100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF.
           MOVE WS-CARDS-READ     TO RPTT-CARDS-READ.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-CARDS-APPLIED  TO RPTT-CARDS-APPLIED.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-CARDS-IN-ERROR TO RPTT-CARDS-IN-ERROR.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-SUSP-REKEYED   TO RPTT-SUSP-REKEYED.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-PEND-REKEYED   TO RPTT-PEND-REKEYED.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE RPT-RECORD FROM RPT-SIGNOFF-LINE
               AFTER ADVANCING 3 LINES.

           IF WS-REN-FILE-STATUS = "00" OR "10"
               CLOSE REN-FILE
           END-IF.
           CLOSE PERS-FILE.
           CLOSE XREF-FILE.
           CLOSE CHG-FILE.
           CLOSE RPT-FILE.

           IF WS-CARDS-IN-ERROR > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-UNDO-FAILED
               DISPLAY "ERROR - PERSMAST LEFT INCONSISTENT, SEE "
                   "RENRPT"
               MOVE 16 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
