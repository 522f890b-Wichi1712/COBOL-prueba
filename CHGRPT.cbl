      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Report over the master-change log (CHGLOG) that
      *          PERSMANT, GLACMANT, PERSREN and DORMSWP append a
      *          before- and after-image to for every change.  Each
      *          change prints with its run date and time, operator,
      *          program, action and key, then the record before and
      *          after.  The card selects a date range, a person
      *          (the changes made under earlier names of that
      *          person, followed through PERSXREF, are included) or
      *          a GL department; blank selects everything.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: selection by date range,
      *                 person or GL department, before/after images
      *                 per change.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.
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

           SELECT CHG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO CHGRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Selection card: change dates from and to (YYYYMMDD), a
      * person NOMBRE, a GL department.  A blank date is open-ended;
      * with neither NOMBRE nor department every change is listed,
      * otherwise only the person's and/or the department's.
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-FECHA-DESDE            PIC X(08).
           05  FILLER                       PIC X(01).
           05  SYSIN-FECHA-HASTA            PIC X(08).
           05  FILLER                       PIC X(01).
           05  SYSIN-NOMBRE                 PIC X(30).
           05  FILLER                       PIC X(01).
           05  SYSIN-DEPTO                  PIC X(04).

       FD  CHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGLOG.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSXREF.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-CHG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-XREF-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CHG-EOF-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-CHG-EOF                VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-XREF-EOF               VALUE 'Y'.
           05  WS-XREF-FULL-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-XREF-TABLE-FULL        VALUE 'Y'.
           05  WS-SELECTED-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-SELECTED               VALUE 'Y'.

       01  WS-SELECTION.
           05  WS-FECHA-DESDE               PIC 9(08)   VALUE ZERO.
           05  WS-FECHA-HASTA               PIC 9(08)   VALUE 99999999.
           05  WS-SEL-NOMBRE                PIC X(30)   VALUE SPACES.
           05  WS-SEL-DEPTO                 PIC X(04)   VALUE SPACES.

      * The name changes PERSREN has applied, in the order it applied
      * them.  A change logged under a name is carried across every
      * rename or merge made at or after it.
       01  WS-XREF-SUB                      PIC 9(04)   VALUE ZERO.
       01  WS-XREF-CONTROLS.
           05  WS-XREF-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-XREF-MAX                  PIC 9(04)   VALUE 1000.
       01  WS-XREF-TABLE.
           05  WS-XREF-ENTRY OCCURS 1000 TIMES.
               10  XRT-NOMBRE-ANT           PIC X(30).
               10  XRT-NOMBRE-NUEVO         PIC X(30).
               10  XRT-MARCA.
                   15  XRT-FECHA            PIC 9(08).
                   15  XRT-HORA             PIC 9(08).

       01  WS-MAP-NOMBRE                    PIC X(30)   VALUE SPACES.
       01  WS-MAP-MARCA.
           05  WS-MAP-FECHA                 PIC 9(08)   VALUE ZERO.
           05  WS-MAP-HORA                  PIC 9(08)   VALUE ZERO.

       01  WS-TOTALS.
           05  WS-REGS-LEIDOS               PIC 9(07)   VALUE ZERO.
           05  WS-CAMBIOS-SELEC             PIC 9(07)   VALUE ZERO.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "CHGRPT".
           05  FILLER                       PIC X(40)
                   VALUE "BITACORA DE CAMBIOS A LOS MAESTROS".
           05  FILLER                       PIC X(08)
                   VALUE "PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-HEADING-SEL.
           05  FILLER                       PIC X(07)
                   VALUE "DESDE:".
           05  RPTS-DESDE                   PIC 9(08).
           05  FILLER                       PIC X(08)
                   VALUE "  HASTA:".
           05  RPTS-HASTA                   PIC 9(08).
           05  FILLER                       PIC X(09)
                   VALUE "  NOMBRE:".
           05  RPTS-NOMBRE                  PIC X(30).
           05  FILLER                       PIC X(06)
                   VALUE " DEP:".
           05  RPTS-DEPTO                   PIC X(04).

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(10)
                   VALUE "FECHA".
           05  FILLER                       PIC X(08)
                   VALUE "HORA".
           05  FILLER                       PIC X(10)
                   VALUE "OPERADOR".
           05  FILLER                       PIC X(10)
                   VALUE "PROGRAMA".
           05  FILLER                       PIC X(03)
                   VALUE "M".
           05  FILLER                       PIC X(03)
                   VALUE "AC".
           05  FILLER                       PIC X(30)
                   VALUE "LLAVE".

       01  RPT-HEADING-3.
           05  FILLER                       PIC X(04)   VALUE SPACES.
           05  FILLER                       PIC X(08)
                   VALUE "IMAGEN".
           05  FILLER                       PIC X(02)
                   VALUE "E".
           05  FILLER                       PIC X(17)
                   VALUE "           SALDO".
           05  FILLER                       PIC X(09)
                   VALUE "ALTA".
           05  FILLER                       PIC X(09)
                   VALUE "ULT.ACT.".
           05  FILLER                       PIC X(11)
                   VALUE " LIM.TRANS".
           05  FILLER                       PIC X(15)
                   VALUE "      LIM.SALDO".

       01  RPT-CHANGE-LINE.
           05  RPTC-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-HORA                    PIC X(06).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-OPERADOR                PIC X(08).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-PROGRAMA                PIC X(08).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-MAESTRO                 PIC X(01).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-ACCION                  PIC X(01).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-LLAVE                   PIC X(30).

       01  RPT-IMG-PERS-LINE.
           05  FILLER                       PIC X(04)   VALUE SPACES.
           05  RPTP-IMAGEN                  PIC X(07).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTP-ESTADO                  PIC X(01).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTP-SALDO                   PIC -Z(14)9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTP-ALTA                    PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTP-ULT-ACTIV               PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTP-LIM-TRANS               PIC Z(09)9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTP-LIM-SALDO               PIC Z(14)9.

       01  RPT-IMG-MAPA-LINE.
           05  FILLER                       PIC X(04)   VALUE SPACES.
           05  RPTM-IMAGEN                  PIC X(07).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  FILLER                       PIC X(08)
                   VALUE "CUENTA:".
           05  RPTM-CUENTA                  PIC X(08).
           05  FILLER                       PIC X(11)
                   VALUE "  C.COSTO:".
           05  RPTM-CCOSTO                  PIC X(06).

       01  RPT-IMG-NULO-LINE.
           05  FILLER                       PIC X(04)   VALUE SPACES.
           05  RPTN-IMAGEN                  PIC X(07).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  FILLER                       PIC X(12)
                   VALUE "(NO EXISTE)".

       01  WS-IMAGEN-TXT                    PIC X(07)   VALUE SPACES.

       01  RPT-TOTALS-LINE-1.
           05  FILLER                       PIC X(22)
                   VALUE "REGISTROS LEIDOS:".
           05  RPTT-LEIDOS                  PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(22)
                   VALUE "CAMBIOS LISTADOS:".
           05  RPTT-SELEC                   PIC Z,ZZZ,ZZ9.

       01  RPT-EMPTY-LINE.
           05  FILLER                       PIC X(40)
                   VALUE "*** NINGUN CAMBIO PARA LA SELECCION ***".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
               UNTIL WS-CHG-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           IF WS-SEL-NOMBRE NOT = SPACES
               PERFORM 1020-LOAD-XREF THRU 1020-EXIT
           END-IF.
           PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT.
           OPEN INPUT CHG-FILE.
           IF WS-CHG-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - NO CHANGE LOG, STATUS "
                   WS-CHG-FILE-STATUS
               MOVE 'Y' TO WS-CHG-EOF-SWITCH
           ELSE
               PERFORM 1100-READ-CHANGE THRU 1100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1010-READ-PARM.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-FECHA-DESDE IS NUMERIC
                           MOVE SYSIN-FECHA-DESDE TO WS-FECHA-DESDE
                       END-IF
                       IF SYSIN-FECHA-HASTA IS NUMERIC
                           MOVE SYSIN-FECHA-HASTA TO WS-FECHA-HASTA
                       END-IF
                       MOVE SYSIN-NOMBRE TO WS-SEL-NOMBRE
                       MOVE SYSIN-DEPTO  TO WS-SEL-DEPTO
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
       1010-EXIT.
           EXIT.

      * No cross-reference yet just means nobody was ever renamed.
       1020-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               GO TO 1020-EXIT.
           MOVE 'N' TO WS-XREF-EOF-SWITCH.
           PERFORM 1030-LOAD-ONE-XREF THRU 1030-EXIT
               UNTIL WS-XREF-EOF.
           CLOSE XREF-FILE.
       1020-EXIT.
           EXIT.

       1030-LOAD-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SWITCH
                   GO TO 1030-EXIT
           END-READ.
           IF WS-XREF-COUNT < WS-XREF-MAX
               ADD 1 TO WS-XREF-COUNT
               MOVE XRF-NOMBRE-ANT
                   TO XRT-NOMBRE-ANT (WS-XREF-COUNT)
               MOVE XRF-NOMBRE-NUEVO
                   TO XRT-NOMBRE-NUEVO (WS-XREF-COUNT)
               MOVE XRF-FECHA TO XRT-FECHA (WS-XREF-COUNT)
               MOVE XRF-HORA  TO XRT-HORA (WS-XREF-COUNT)
           ELSE
               IF NOT WS-XREF-TABLE-FULL
                   MOVE 'Y' TO WS-XREF-FULL-SWITCH
                   DISPLAY "WARNING - XREF TABLE FULL, LATER NAME "
                       "CHANGES NOT FOLLOWED"
               END-IF
           END-IF.
       1030-EXIT.
           EXIT.

       1100-READ-CHANGE.
           READ CHG-FILE
               AT END
                   MOVE 'Y' TO WS-CHG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-REGS-LEIDOS
           END-READ.
       1100-EXIT.
           EXIT.

       2000-PROCESS-RECORD.
           PERFORM 2200-SELECT-RECORD THRU 2200-EXIT.
           IF WS-SELECTED
               IF CHG-ANTES
                   PERFORM 2300-PRINT-CHANGE THRU 2300-EXIT
               END-IF
               PERFORM 2400-PRINT-IMAGE THRU 2400-EXIT
           END-IF.
           PERFORM 1100-READ-CHANGE THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       2100-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPTH-PAGE.
           MOVE WS-FECHA-DESDE TO RPTS-DESDE.
           MOVE WS-FECHA-HASTA TO RPTS-HASTA.
           MOVE WS-SEL-NOMBRE  TO RPTS-NOMBRE.
           MOVE WS-SEL-DEPTO   TO RPTS-DEPTO.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-SEL
               AFTER ADVANCING 1 LINE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.
           WRITE RPT-RECORD FROM RPT-HEADING-3
               AFTER ADVANCING 1 LINE.

           MOVE ZERO TO WS-LINE-COUNT.
       2100-EXIT.
           EXIT.

      * Date range first; then, when a person or department was
      * asked for, the record must be one of theirs.  A person's
      * changes include those logged under a name PERSREN later
      * carried over to the person.
       2200-SELECT-RECORD.
           MOVE 'N' TO WS-SELECTED-SWITCH.
           IF CHG-FECHA < WS-FECHA-DESDE
               OR CHG-FECHA > WS-FECHA-HASTA
               GO TO 2200-EXIT.
           IF WS-SEL-NOMBRE = SPACES AND WS-SEL-DEPTO = SPACES
               MOVE 'Y' TO WS-SELECTED-SWITCH
               GO TO 2200-EXIT.
           IF CHG-GLACCMAP
               IF WS-SEL-DEPTO NOT = SPACES
                   AND CHG-LLAVE-DEPTO = WS-SEL-DEPTO
                   MOVE 'Y' TO WS-SELECTED-SWITCH
               END-IF
               GO TO 2200-EXIT.
           IF WS-SEL-NOMBRE = SPACES
               GO TO 2200-EXIT.
           MOVE CHG-LLAVE TO WS-MAP-NOMBRE.
           MOVE CHG-FECHA TO WS-MAP-FECHA.
           MOVE CHG-HORA  TO WS-MAP-HORA.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           IF WS-MAP-NOMBRE = WS-SEL-NOMBRE
               MOVE 'Y' TO WS-SELECTED-SWITCH
           END-IF.
       2200-EXIT.
           EXIT.

      * A change starts with its before-image; the heading line for
      * it goes out then, and the page breaks only between changes.
       2300-PRINT-CHANGE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2100-WRITE-HEADINGS THRU 2100-EXIT
           END-IF.
           ADD 1 TO WS-CAMBIOS-SELEC.
           MOVE CHG-FECHA      TO RPTC-FECHA.
           MOVE CHG-HORA (1:6) TO RPTC-HORA.
           MOVE CHG-OPERADOR   TO RPTC-OPERADOR.
           MOVE CHG-PROGRAMA   TO RPTC-PROGRAMA.
           MOVE CHG-MAESTRO    TO RPTC-MAESTRO.
           MOVE CHG-ACCION     TO RPTC-ACCION.
           MOVE CHG-LLAVE      TO RPTC-LLAVE.
           WRITE RPT-RECORD FROM RPT-CHANGE-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
       2300-EXIT.
           EXIT.

       2400-PRINT-IMAGE.
           IF CHG-ANTES
               MOVE "ANTES"   TO WS-IMAGEN-TXT
           ELSE
               MOVE "DESPUES" TO WS-IMAGEN-TXT
           END-IF.
           IF CHG-DATOS = SPACES
               MOVE WS-IMAGEN-TXT TO RPTN-IMAGEN
               WRITE RPT-RECORD FROM RPT-IMG-NULO-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               IF CHG-GLACCMAP
                   MOVE WS-IMAGEN-TXT  TO RPTM-IMAGEN
                   MOVE CHG-GLM-CUENTA TO RPTM-CUENTA
                   MOVE CHG-GLM-CCOSTO TO RPTM-CCOSTO
                   WRITE RPT-RECORD FROM RPT-IMG-MAPA-LINE
                       AFTER ADVANCING 1 LINE
               ELSE
                   MOVE WS-IMAGEN-TXT     TO RPTP-IMAGEN
                   MOVE CHG-PM-ESTADO     TO RPTP-ESTADO
                   MOVE CHG-PM-SALDO      TO RPTP-SALDO
                   MOVE CHG-PM-FECHA-ALTA TO RPTP-ALTA
                   MOVE CHG-PM-ULT-ACTIV  TO RPTP-ULT-ACTIV
                   MOVE CHG-PM-LIM-TRANS  TO RPTP-LIM-TRANS
                   MOVE CHG-PM-LIM-SALDO  TO RPTP-LIM-SALDO
                   WRITE RPT-RECORD FROM RPT-IMG-PERS-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
       2400-EXIT.
           EXIT.

      * Follows the cross-reference in file order, so a name changed
      * twice ends on its last name.
       5000-MAP-NAME.
           IF WS-XREF-COUNT > ZERO
               PERFORM 5100-MAP-ONE-XREF THRU 5100-EXIT
                   VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
           END-IF.
       5000-EXIT.
           EXIT.

       5100-MAP-ONE-XREF.
           IF WS-MAP-NOMBRE = XRT-NOMBRE-ANT (WS-XREF-SUB)
               AND WS-MAP-MARCA NOT > XRT-MARCA (WS-XREF-SUB)
               MOVE XRT-NOMBRE-NUEVO (WS-XREF-SUB) TO WS-MAP-NOMBRE
           END-IF.
       5100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-CAMBIOS-SELEC = ZERO
               WRITE RPT-RECORD FROM RPT-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-REGS-LEIDOS   TO RPTT-LEIDOS.
           MOVE WS-CAMBIOS-SELEC TO RPTT-SELEC.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-1
               AFTER ADVANCING 2 LINES.

           IF WS-CHG-FILE-STATUS = "00" OR "10"
               CLOSE CHG-FILE
           END-IF.
           CLOSE RPT-FILE.

           IF WS-CHG-FILE-STATUS NOT = "00" AND NOT = "10"
               MOVE 4 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
