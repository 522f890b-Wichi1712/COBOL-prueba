      *                 work file the same way the audit close
      *                 rewrites its log, so no balance is ever lost
      *                 to the layout change.
      * 15/10/2026 WCG  Every change applied is written to CHGLOG as
      *                 a before-image and an after-image with the
      *                 run date and time and the operator ID, which
      *                 is now required on every card.
      * 15/10/2026 WCG  'C' to 'A' on a person DORMSWP flagged dormant
      *                 reactivates them and restarts their last
      *                 activity at the run date, so the next sweep
      *                 does not flag them again straight away.
      * 15/10/2026 WCG  The same for any 'C' to 'A' on a person not
      *                 active, inactive ('I') as well as dormant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSMANT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-FILE-STATUS.

           SELECT CHG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO MNTRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
       FILE SECTION.
      * Maintenance card: action 'A' (add), 'C' (change estado),
      * 'D' (deactivate) or 'L' (set limits), the NOMBRE, for 'C'
      * the new estado ('A' active, which also reactivates a dormant
      * or inactive person / 'I' inactive), and for 'L' the
      * transaction and
      * balance limits (zero means no limit), and the ID of the
      * operator making the change.
       FD  MNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MNT-CARD.
           05  MNT-LIM-TRANS                PIC X(10).
           05  FILLER                       PIC X(01).
           05  MNT-LIM-SALDO                PIC X(15).
           05  FILLER                       PIC X(01).
           05  MNT-OPERADOR                 PIC X(08).

       FD  PERS-FILE
           LABEL RECORDS ARE STANDARD.
           LABEL RECORDS ARE STANDARD.
       01  CNV-RECORD                       PIC X(88).

       FD  CHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGLOG.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).
       01  WS-OLD-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-CNV-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-CHG-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                PIC X(01)   VALUE 'N'.
                         LEADING ==PM== BY ==CNV==.

       01  WS-RUN-DATE                      PIC 9(08)   VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(08)   VALUE ZERO.

      * The record as it stood before and after the card, for the
      * change log; spaces where there was no record.
       01  WS-CHG-ANTES                     PIC X(88)   VALUE SPACES.
       01  WS-CHG-DESPUES                   PIC X(88)   VALUE SPACES.

       01  WS-TOTALS.
           05  WS-CARDS-READ                PIC 9(05)   VALUE ZERO.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1020-OPEN-MASTER THRU 1020-EXIT.
           PERFORM 1070-OPEN-CHANGE-LOG THRU 1070-EXIT.
           OPEN INPUT MNT-FILE.
           IF WS-MNT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - NO MAINTENANCE CARDS, STATUS "
       1060-EXIT.
           EXIT.

      * No change may be applied that the log cannot record, so a
      * log that will not open stops the run before the first card.
       1070-OPEN-CHANGE-LOG.
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
       1070-EXIT.
           EXIT.

       1100-READ-CARD.
           READ MNT-FILE
               AT END
           EXIT.

       2000-PROCESS-CARD.
           PERFORM 2050-APPLY-CARD THRU 2050-EXIT.
           PERFORM 2700-WRITE-DETAIL THRU 2700-EXIT.
           PERFORM 1100-READ-CARD THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      * A change nobody can be held to is not applied: the operator
      * ID goes on the change log with it.
       2050-APPLY-CARD.
           IF MNT-OPERADOR = SPACES
               MOVE "OPERADOR EN BLANCO" TO RPTD-RESULTADO
               PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
               GO TO 2050-EXIT.
           IF MNT-ACCION = 'A'
               PERFORM 2200-ADD-PERSON THRU 2200-EXIT
           ELSE
                   END-IF
               END-IF
           END-IF.
       2050-EXIT.
           EXIT.

       2200-ADD-PERSON.
               NOT INVALID KEY
                   MOVE "AGREGADO" TO RPTD-RESULTADO
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE SPACES      TO WS-CHG-ANTES
                   MOVE PERS-RECORD TO WS-CHG-DESPUES
                   PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
           END-WRITE.
       2200-EXIT.
           EXIT.
                       MOVE "NO EXISTE" TO RPTD-RESULTADO
                       PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
                   NOT INVALID KEY
                       MOVE PERS-RECORD TO WS-CHG-ANTES
                       MOVE "ESTADO CAMBIADO" TO RPTD-RESULTADO
                       IF MNT-ESTADO = 'A' AND NOT PM-ACTIVO
                           MOVE WS-RUN-DATE TO PM-ULT-ACTIV
                           MOVE "REACTIVADO" TO RPTD-RESULTADO
                       END-IF
                       MOVE MNT-ESTADO TO PM-ESTADO
                       REWRITE PERS-RECORD
                       ADD 1 TO WS-CARDS-APPLIED
                       MOVE PERS-RECORD TO WS-CHG-DESPUES
                       PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
               END-READ
           END-IF.
       2300-EXIT.
                   MOVE "NO EXISTE" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
               NOT INVALID KEY
                   MOVE PERS-RECORD TO WS-CHG-ANTES
                   MOVE 'I' TO PM-ESTADO
                   REWRITE PERS-RECORD
                   MOVE "DESACTIVADO" TO RPTD-RESULTADO
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE PERS-RECORD TO WS-CHG-DESPUES
                   PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
           END-READ.
       2400-EXIT.
           EXIT.
                   MOVE "NO EXISTE" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
               NOT INVALID KEY
                   MOVE PERS-RECORD TO WS-CHG-ANTES
                   MOVE MNT-LIM-TRANS TO PM-LIM-TRANS
                   MOVE MNT-LIM-SALDO TO PM-LIM-SALDO
                   REWRITE PERS-RECORD
                   MOVE "LIMITES FIJADOS" TO RPTD-RESULTADO
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE PERS-RECORD TO WS-CHG-DESPUES
                   PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
           END-READ.
       2500-EXIT.
           EXIT.
       2700-EXIT.
           EXIT.

      * Before-image then after-image, both stamped alike.
       2800-LOG-CHANGE.
           MOVE WS-RUN-DATE  TO CHG-FECHA.
           MOVE WS-RUN-TIME  TO CHG-HORA.
           MOVE MNT-OPERADOR TO CHG-OPERADOR.
           MOVE "PERSMANT"   TO CHG-PROGRAMA.
           MOVE 'P'          TO CHG-MAESTRO.
           MOVE MNT-ACCION   TO CHG-ACCION.
           MOVE MNT-NOMBRE   TO CHG-LLAVE.
           MOVE 'B'          TO CHG-IMAGEN.
           MOVE WS-CHG-ANTES TO CHG-DATOS.
           WRITE CHG-RECORD.
           MOVE 'A'            TO CHG-IMAGEN.
           MOVE WS-CHG-DESPUES TO CHG-DATOS.
           WRITE CHG-RECORD.
       2800-EXIT.
           EXIT.

       2900-COUNT-ERROR.
           ADD 1 TO WS-CARDS-IN-ERROR.
       2900-EXIT.
               CLOSE MNT-FILE
           END-IF.
           CLOSE PERS-FILE.
           CLOSE CHG-FILE.
           CLOSE RPT-FILE.

           IF WS-CARDS-IN-ERROR > ZERO
