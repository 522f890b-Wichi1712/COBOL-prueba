      * 01/09/2026 WCG  Initial version: add / change / delete card
      *                 actions with results report; creates an empty
      *                 master on first use.
      * 15/10/2026 WCG  Every change applied is written to CHGLOG as
      *                 a before-image and an after-image with the
      *                 run date and time and the operator ID, which
      *                 is now required on every card; a delete reads
      *                 the mapping first so its image is logged.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACMANT.
               RECORD KEY IS GLM-LLAVE
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT CHG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO MAPRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
      * Maintenance card: action 'A' (add), 'C' (change account and
      * cost center) or 'D' (delete), the department and operation
      * code keying the mapping, then the GL account and cost center
      * ('A' and 'C' require both), and the ID of the operator
      * making the change.
       FD  MNT-FILE
           LABEL RECORDS ARE STANDARD.
       01  MNT-CARD.
           05  MNT-CUENTA                   PIC X(08).
           05  FILLER                       PIC X(01).
           05  MNT-CCOSTO                   PIC X(06).
           05  FILLER                       PIC X(01).
           05  MNT-OPERADOR                 PIC X(08).

       FD  MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLACCMAP.

       FD  CHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGLOG.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).
       01  WS-MNT-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-MAP-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-CHG-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH                PIC X(01)   VALUE 'N'.
       01  WS-CARD-OPER                     PIC X(01)   VALUE 'A'.
           88  WS-CARD-OPER-VALID            VALUES 'A', 'S', 'R'.

       01  WS-RUN-DATE                      PIC 9(08)   VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(08)   VALUE ZERO.

      * The mapping as it stood before and after the card, for the
      * change log; spaces where there was no mapping.
       01  WS-CHG-ANTES                     PIC X(88)   VALUE SPACES.
       01  WS-CHG-DESPUES                   PIC X(88)   VALUE SPACES.

       01  WS-TOTALS.
           05  WS-CARDS-READ                PIC 9(05)   VALUE ZERO.
           05  WS-CARDS-APPLIED             PIC 9(05)   VALUE ZERO.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1020-OPEN-MASTER THRU 1020-EXIT.
           PERFORM 1070-OPEN-CHANGE-LOG THRU 1070-EXIT.
           OPEN INPUT MNT-FILE.
           IF WS-MNT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - NO MAINTENANCE CARDS, STATUS "
       1020-EXIT.
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
               MOVE "ACCION INVALIDA" TO RPTD-RESULTADO
               MOVE 'N' TO WS-CARD-OK-SWITCH
               GO TO 2050-EXIT.
           IF MNT-OPERADOR = SPACES
               MOVE "OPERADOR EN BLANCO" TO RPTD-RESULTADO
               MOVE 'N' TO WS-CARD-OK-SWITCH
               GO TO 2050-EXIT.
           IF MNT-DEPTO = SPACES
               MOVE "DEPTO EN BLANCO" TO RPTD-RESULTADO
               MOVE 'N' TO WS-CARD-OK-SWITCH
               NOT INVALID KEY
                   MOVE "AGREGADO" TO RPTD-RESULTADO
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE SPACES       TO WS-CHG-ANTES
                   MOVE GLMAP-RECORD TO WS-CHG-DESPUES
                   PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
           END-WRITE.
       2200-EXIT.
           EXIT.
                   MOVE "NO EXISTE" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
               NOT INVALID KEY
                   MOVE GLMAP-RECORD TO WS-CHG-ANTES
                   MOVE MNT-CUENTA TO GLM-CUENTA
                   MOVE MNT-CCOSTO TO GLM-CCOSTO
                   REWRITE GLMAP-RECORD
                   MOVE "CAMBIADO" TO RPTD-RESULTADO
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE GLMAP-RECORD TO WS-CHG-DESPUES
                   PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
           END-READ.
       2300-EXIT.
           EXIT.
       2400-DELETE-MAPPING.
           MOVE MNT-DEPTO TO GLM-DEPTO.
           MOVE MNT-OPER  TO GLM-OPER.
           READ MAP-FILE
               INVALID KEY
                   MOVE "NO EXISTE" TO RPTD-RESULTADO
                   PERFORM 2900-COUNT-ERROR THRU 2900-EXIT
                   GO TO 2400-EXIT
           END-READ.
           MOVE GLMAP-RECORD TO WS-CHG-ANTES.
           DELETE MAP-FILE
               INVALID KEY
                   MOVE "NO EXISTE" TO RPTD-RESULTADO
               NOT INVALID KEY
                   MOVE "ELIMINADO" TO RPTD-RESULTADO
                   ADD 1 TO WS-CARDS-APPLIED
                   MOVE SPACES TO WS-CHG-DESPUES
                   PERFORM 2800-LOG-CHANGE THRU 2800-EXIT
           END-DELETE.
       2400-EXIT.
           EXIT.
       2700-EXIT.
           EXIT.

      * Before-image then after-image, both stamped alike.
       2800-LOG-CHANGE.
           MOVE WS-RUN-DATE  TO CHG-FECHA.
           MOVE WS-RUN-TIME  TO CHG-HORA.
           MOVE MNT-OPERADOR TO CHG-OPERADOR.
           MOVE "GLACMANT"   TO CHG-PROGRAMA.
           MOVE 'G'          TO CHG-MAESTRO.
           MOVE MNT-ACCION   TO CHG-ACCION.
           MOVE SPACES       TO CHG-LLAVE.
           MOVE MNT-DEPTO    TO CHG-LLAVE-DEPTO.
           MOVE MNT-OPER     TO CHG-LLAVE-OPER.
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
           CLOSE MAP-FILE.
           CLOSE CHG-FILE.
           CLOSE RPT-FILE.

           IF WS-CARDS-IN-ERROR > ZERO
