      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Dormant-account sweep over the person master.  Ages
      *          every active person's last activity (PM-ULT-ACTIV,
      *          or PM-FECHA-ALTA for someone never posted to)
      *          against the card's as-of date and dormancy
      *          threshold.  A person inside the warning window
      *          before the threshold is listed as a warning.  A
      *          person past it with a zero balance is set inactive;
      *          one with a balance is set dormant ('D') and held for
      *          review - the batch run rejects postings to a dormant
      *          person to suspense until PERSMANT reactivates them.
      *          Every status change goes on CHGLOG like any other
      *          master change, and the warnings, new dormants and
      *          inactivations go out on a notice extract (DORMNOT)
      *          for the letters team.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: warning window, dormant or
      *                 inactive past the threshold, change log,
      *                 notice extract, return code 4 when dormant
      *                 balances are held for review.
      * 15/10/2026 WCG  Refuse a card whose as-of date is not a real
      *                 date or is later than the run date, or whose
      *                 threshold is not a positive number of days,
      *                 with return code 16 before the master opens.
      * 15/10/2026 WCG  A person whose rewrite fails is printed but
      *                 not counted as changed and gets no notice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSWP.
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

           SELECT PERS-FILE ASSIGN TO PERSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-NOMBRE
               FILE STATUS IS WS-PERS-FILE-STATUS.

           SELECT NOT-FILE ASSIGN TO DORMNOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOT-FILE-STATUS.

           SELECT CHG-FILE ASSIGN TO CHGLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO DORMRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Sweep card: the as-of date (blank sweeps as of today), the
      * dormancy threshold in days (blank or non-numeric takes the
      * agreed 365), the warning window in days before it (blank
      * takes 30), and the operator ID the status changes are
      * logged under (blank logs them as DORMSWP).
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-FECHA                  PIC X(08).
           05  FILLER                       PIC X(01).
           05  SYSIN-UMBRAL                 PIC X(04).
           05  FILLER                       PIC X(01).
           05  SYSIN-AVISO                  PIC X(03).
           05  FILLER                       PIC X(01).
           05  SYSIN-OPERADOR               PIC X(08).

       FD  PERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

      * Notice extract for the letters team, rewritten every run:
      * 'W' approaching dormancy, 'D' newly dormant with a balance,
      * 'I' inactivated with a zero balance.  A person already
      * dormant from an earlier sweep is not noticed again.
       FD  NOT-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOT-RECORD.
           05  NOT-TIPO                     PIC X(01).
               88  NOT-AVISO                 VALUE 'W'.
               88  NOT-DORMIDO               VALUE 'D'.
               88  NOT-INACTIVADO            VALUE 'I'.
           05  FILLER                       PIC X(01).
           05  NOT-NOMBRE                   PIC A(30).
           05  FILLER                       PIC X(01).
           05  NOT-SALDO                    PIC S9(15)
                                            SIGN LEADING SEPARATE.
           05  FILLER                       PIC X(01).
           05  NOT-ULT-ACTIV                PIC 9(08).
           05  FILLER                       PIC X(01).
           05  NOT-DIAS                     PIC 9(05).
           05  FILLER                       PIC X(01).
           05  NOT-FECHA-CORTE              PIC 9(08).

       FD  CHG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CHGLOG.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-NOT-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-CHG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-PERS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-PERS-EOF               VALUE 'Y'.
           05  WS-FECHA-SWITCH              PIC X(01)   VALUE 'Y'.
               88  WS-FECHA-OK               VALUE 'Y'.
           05  WS-GRABADO-SWITCH            PIC X(01)   VALUE 'Y'.
               88  WS-GRABADO                VALUE 'Y'.

       01  WS-ASOF-FECHA                    PIC 9(08)   VALUE ZERO.
       01  WS-UMBRAL-DIAS                   PIC 9(04)   VALUE 365.
       01  WS-AVISO-DIAS                    PIC 9(03)   VALUE 30.
       01  WS-AVISO-DESDE                   PIC S9(05)  VALUE ZERO.
       01  WS-OPERADOR                      PIC X(08)   VALUE "DORMSWP".
       01  WS-RUN-DATE                      PIC 9(08)   VALUE ZERO.
       01  WS-RUN-TIME                      PIC 9(08)   VALUE ZERO.

      * Day arithmetic is done on integer day numbers, the same way
      * SUSPAGE ages its items.  A master record without a usable
      * activity or add date cannot be aged honestly; it is held
      * dormant for review and never inactivated on its own.
       01  WS-ASOF-ENTERO                   PIC 9(08)   VALUE ZERO.
       01  WS-REF-FECHA                     PIC 9(08)   VALUE ZERO.
       01  WS-REF-ENTERO                    PIC 9(08)   VALUE ZERO.
       01  WS-DIAS                          PIC S9(05)  VALUE ZERO.

       01  WS-CHG-ANTES                     PIC X(88)   VALUE SPACES.
       01  WS-CHG-DESPUES                   PIC X(88)   VALUE SPACES.
       01  WS-RESULTADO                     PIC X(14)   VALUE SPACES.
       01  WS-NOT-TIPO                      PIC X(01)   VALUE SPACE.

       01  WS-TOTALS.
           05  WS-PERS-LEIDAS               PIC 9(07)   VALUE ZERO.
           05  WS-TOT-AVISOS                PIC 9(07)   VALUE ZERO.
           05  WS-TOT-DORMIDOS              PIC 9(07)   VALUE ZERO.
           05  WS-TOT-SIGUEN                PIC 9(07)   VALUE ZERO.
           05  WS-TOT-INACTIVADOS           PIC 9(07)   VALUE ZERO.
           05  WS-TOT-NOTICES               PIC 9(07)   VALUE ZERO.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "DORMSWP".
           05  FILLER                       PIC X(22)
                   VALUE "CUENTAS DORMIDAS AL".
           05  RPTH-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(08)
                   VALUE " UMBRAL".
           05  RPTH-UMBRAL                  PIC ZZZ9.
           05  FILLER                       PIC X(06)
                   VALUE " DIAS".
           05  FILLER                       PIC X(04)   VALUE SPACES.
           05  FILLER                       PIC X(08)
                   VALUE "PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(31)
                   VALUE "NOMBRE".
           05  FILLER                       PIC X(15)
                   VALUE "         SALDO".
           05  FILLER                       PIC X(09)
                   VALUE "ULT.ACT.".
           05  FILLER                       PIC X(06)
                   VALUE " DIAS".
           05  FILLER                       PIC X(14)
                   VALUE "RESULTADO".

       01  RPT-DETAIL-LINE.
           05  RPTD-NOMBRE                  PIC X(30).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-SALDO                   PIC -Z(12)9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-ULT-ACTIV               PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-DIAS                    PIC ZZZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-RESULTADO               PIC X(14).

       01  RPT-TOTALS-LINE-1.
           05  FILLER                       PIC X(22)
                   VALUE "PERSONAS LEIDAS:".
           05  RPTT-LEIDAS                  PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(18)
                   VALUE "AVISOS:".
           05  RPTT-AVISOS                  PIC ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-2.
           05  FILLER                       PIC X(22)
                   VALUE "DORMIDAS NUEVAS:".
           05  RPTT-DORMIDOS                PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(18)
                   VALUE "SIGUEN DORMIDAS:".
           05  RPTT-SIGUEN                  PIC ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-3.
           05  FILLER                       PIC X(22)
                   VALUE "INACTIVADAS:".
           05  RPTT-INACTIVADOS             PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(18)
                   VALUE "AVISOS A CARTAS:".
           05  RPTT-NOTICES                 PIC ZZZ,ZZ9.

       01  RPT-NO-DATA-LINE.
           05  FILLER                       PIC X(40)
                   VALUE "NINGUNA CUENTA DORMIDA NI POR DORMIR".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SWEEP-PERSON THRU 2000-EXIT
               UNTIL WS-PERS-EOF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-ASOF-FECHA.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           COMPUTE WS-ASOF-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-ASOF-FECHA).
           COMPUTE WS-AVISO-DESDE = WS-UMBRAL-DIAS - WS-AVISO-DIAS.
           OPEN OUTPUT RPT-FILE.

           OPEN I-O PERS-FILE.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN PERSMAST, STATUS "
                   WS-PERS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * No status may change that the log cannot record.
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
           OPEN OUTPUT NOT-FILE.
           IF WS-NOT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN DORMNOT, STATUS "
                   WS-NOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1100-READ-PERSON THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * A blank field on the card takes the default.  Anything else
      * must be usable: a mistyped date or threshold would age the
      * whole master against a day nobody asked for, and a date
      * ahead of the run date would put people to sleep early.
       1010-READ-PARM.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS NOT = "00"
               GO TO 1010-EXIT.
           READ SYSIN-FILE
               AT END
                   CLOSE SYSIN-FILE
                   GO TO 1010-EXIT
           END-READ.
           CLOSE SYSIN-FILE.
           IF SYSIN-FECHA NOT = SPACES
               IF SYSIN-FECHA IS NOT NUMERIC
                   DISPLAY "ERROR - AS-OF DATE NOT NUMERIC: "
                       SYSIN-FECHA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SYSIN-FECHA TO WS-ASOF-FECHA
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ASOF-FECHA) NOT = ZERO
               DISPLAY "ERROR - AS-OF DATE IS NOT A VALID DATE: "
                   WS-ASOF-FECHA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ASOF-FECHA > WS-RUN-DATE
               DISPLAY "ERROR - AS-OF DATE " WS-ASOF-FECHA
                   " IS LATER THAN THE RUN DATE " WS-RUN-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SYSIN-UMBRAL NOT = SPACES
               IF SYSIN-UMBRAL IS NOT NUMERIC
                   DISPLAY "ERROR - THRESHOLD DAYS NOT NUMERIC: "
                       SYSIN-UMBRAL
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SYSIN-UMBRAL TO WS-UMBRAL-DIAS
           END-IF.
           IF WS-UMBRAL-DIAS = ZERO
               DISPLAY "ERROR - THRESHOLD DAYS MUST BE GREATER THAN "
                   "ZERO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF SYSIN-AVISO IS NUMERIC
               MOVE SYSIN-AVISO TO WS-AVISO-DIAS
           END-IF.
           IF SYSIN-OPERADOR NOT = SPACES
               MOVE SYSIN-OPERADOR TO WS-OPERADOR
           END-IF.
       1010-EXIT.
           EXIT.

       1100-READ-PERSON.
           READ PERS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PERS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-PERS-LEIDAS
           END-READ.
       1100-EXIT.
           EXIT.

      * Inactive persons are left alone.  A person already dormant
      * stays on the list until reactivated, and is inactivated
      * once the balance has been brought to zero.
       2000-SWEEP-PERSON.
           IF PM-INACTIVO
               GO TO 2090-NEXT-PERSON.
           PERFORM 2100-COMPUTE-DAYS THRU 2100-EXIT.
           IF PM-DORMIDO
               PERFORM 2400-STILL-DORMANT THRU 2400-EXIT
               GO TO 2090-NEXT-PERSON.
           IF WS-DIAS NOT < WS-UMBRAL-DIAS
               PERFORM 2300-PAST-THRESHOLD THRU 2300-EXIT
               GO TO 2090-NEXT-PERSON.
           IF WS-DIAS NOT < WS-AVISO-DESDE
               PERFORM 2200-WARN-PERSON THRU 2200-EXIT
           END-IF.

       2090-NEXT-PERSON.
           PERFORM 1100-READ-PERSON THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      * Age from the last posting, or from the add date for a
      * person never posted to.
       2100-COMPUTE-DAYS.
           MOVE 'Y' TO WS-FECHA-SWITCH.
           IF PM-ULT-ACTIV IS NUMERIC AND PM-ULT-ACTIV > ZERO
               MOVE PM-ULT-ACTIV TO WS-REF-FECHA
           ELSE
               MOVE PM-FECHA-ALTA TO WS-REF-FECHA
           END-IF.
           IF WS-REF-FECHA IS NOT NUMERIC OR WS-REF-FECHA = ZERO
               MOVE 'N' TO WS-FECHA-SWITCH
               COMPUTE WS-DIAS = WS-UMBRAL-DIAS
               GO TO 2100-EXIT.
           COMPUTE WS-REF-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-REF-FECHA)
               ON SIZE ERROR
                   MOVE ZERO TO WS-REF-ENTERO
           END-COMPUTE.
           IF WS-REF-ENTERO = ZERO
               MOVE 'N' TO WS-FECHA-SWITCH
               COMPUTE WS-DIAS = WS-UMBRAL-DIAS
           ELSE
               COMPUTE WS-DIAS = WS-ASOF-ENTERO - WS-REF-ENTERO
               IF WS-DIAS < ZERO
                   MOVE ZERO TO WS-DIAS
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

       2200-WARN-PERSON.
           ADD 1 TO WS-TOT-AVISOS.
           MOVE "AVISO" TO WS-RESULTADO.
           PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT.
           MOVE 'W' TO WS-NOT-TIPO.
           PERFORM 2600-WRITE-NOTICE THRU 2600-EXIT.
       2200-EXIT.
           EXIT.

      * Nothing is owed either way on a zero balance, so the record
      * is simply retired; a balance needs somebody to decide.
       2300-PAST-THRESHOLD.
           MOVE PERS-RECORD TO WS-CHG-ANTES.
           IF PM-SALDO = ZERO AND WS-FECHA-OK
               MOVE 'I' TO PM-ESTADO
               MOVE "INACTIVADO" TO WS-RESULTADO
               MOVE 'I' TO WS-NOT-TIPO
           ELSE
               MOVE 'D' TO PM-ESTADO
               MOVE "DORMIDO" TO WS-RESULTADO
               MOVE 'D' TO WS-NOT-TIPO
           END-IF.
           PERFORM 2500-REWRITE-PERSON THRU 2500-EXIT.
           PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT.
           IF NOT WS-GRABADO
               GO TO 2300-EXIT.
           IF WS-NOT-TIPO = 'I'
               ADD 1 TO WS-TOT-INACTIVADOS
           ELSE
               ADD 1 TO WS-TOT-DORMIDOS
           END-IF.
           PERFORM 2600-WRITE-NOTICE THRU 2600-EXIT.
       2300-EXIT.
           EXIT.

       2400-STILL-DORMANT.
           IF PM-SALDO = ZERO AND WS-FECHA-OK
               MOVE PERS-RECORD TO WS-CHG-ANTES
               MOVE 'I' TO PM-ESTADO
               MOVE "INACTIVADO" TO WS-RESULTADO
               PERFORM 2500-REWRITE-PERSON THRU 2500-EXIT
               PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT
               IF NOT WS-GRABADO
                   GO TO 2400-EXIT
               END-IF
               ADD 1 TO WS-TOT-INACTIVADOS
               MOVE 'I' TO WS-NOT-TIPO
               PERFORM 2600-WRITE-NOTICE THRU 2600-EXIT
               GO TO 2400-EXIT.
           ADD 1 TO WS-TOT-SIGUEN.
           MOVE "SIGUE DORMIDO" TO WS-RESULTADO.
           PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT.
       2400-EXIT.
           EXIT.

      * The estado is already set in the record; the before-image
      * was taken before it was.  WS-GRABADO tells the caller whether
      * the master really changed.
       2500-REWRITE-PERSON.
           MOVE 'Y' TO WS-GRABADO-SWITCH.
           REWRITE PERS-RECORD.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT REWRITE " PM-NOMBRE
                   ", STATUS " WS-PERS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "NO GRABADO" TO WS-RESULTADO
               MOVE 'N' TO WS-GRABADO-SWITCH
               GO TO 2500-EXIT.
           MOVE PERS-RECORD TO WS-CHG-DESPUES.
           PERFORM 2800-LOG-CHANGE THRU 2800-EXIT.
       2500-EXIT.
           EXIT.

       2600-WRITE-NOTICE.
           MOVE SPACES        TO NOT-RECORD.
           MOVE WS-NOT-TIPO   TO NOT-TIPO.
           MOVE PM-NOMBRE     TO NOT-NOMBRE.
           MOVE PM-SALDO      TO NOT-SALDO.
           MOVE WS-REF-FECHA  TO NOT-ULT-ACTIV.
           MOVE WS-DIAS       TO NOT-DIAS.
           MOVE WS-ASOF-FECHA TO NOT-FECHA-CORTE.
           WRITE NOT-RECORD.
           ADD 1 TO WS-TOT-NOTICES.
       2600-EXIT.
           EXIT.

       2700-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               OR WS-PAGE-COUNT = ZERO
               PERFORM 2750-WRITE-HEADINGS THRU 2750-EXIT
           END-IF.
           MOVE PM-NOMBRE     TO RPTD-NOMBRE.
           MOVE PM-SALDO      TO RPTD-SALDO.
           MOVE WS-REF-FECHA  TO RPTD-ULT-ACTIV.
           MOVE WS-DIAS       TO RPTD-DIAS.
           MOVE WS-RESULTADO  TO RPTD-RESULTADO.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2700-EXIT.
           EXIT.

       2750-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT  TO RPTH-PAGE.
           MOVE WS-ASOF-FECHA  TO RPTH-FECHA.
           MOVE WS-UMBRAL-DIAS TO RPTH-UMBRAL.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       2750-EXIT.
           EXIT.

      * The same before/after pair PERSMANT writes for a 'C' card.
       2800-LOG-CHANGE.
           MOVE WS-RUN-DATE  TO CHG-FECHA.
           MOVE WS-RUN-TIME  TO CHG-HORA.
           MOVE WS-OPERADOR  TO CHG-OPERADOR.
           MOVE "DORMSWP"    TO CHG-PROGRAMA.
           MOVE 'P'          TO CHG-MAESTRO.
           MOVE 'C'          TO CHG-ACCION.
           MOVE PM-NOMBRE    TO CHG-LLAVE.
           MOVE 'B'          TO CHG-IMAGEN.
           MOVE WS-CHG-ANTES TO CHG-DATOS.
           WRITE CHG-RECORD.
           MOVE 'A'            TO CHG-IMAGEN.
           MOVE WS-CHG-DESPUES TO CHG-DATOS.
           WRITE CHG-RECORD.
       2800-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 2750-WRITE-HEADINGS THRU 2750-EXIT
               WRITE RPT-RECORD FROM RPT-NO-DATA-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-PERS-LEIDAS     TO RPTT-LEIDAS.
           MOVE WS-TOT-AVISOS      TO RPTT-AVISOS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-TOT-DORMIDOS    TO RPTT-DORMIDOS.
           MOVE WS-TOT-SIGUEN      TO RPTT-SIGUEN.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOT-INACTIVADOS TO RPTT-INACTIVADOS.
           MOVE WS-TOT-NOTICES     TO RPTT-NOTICES.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-3
               AFTER ADVANCING 1 LINE.

           CLOSE PERS-FILE.
           CLOSE CHG-FILE.
           CLOSE NOT-FILE.
           CLOSE RPT-FILE.

           IF RETURN-CODE = 16
               GO TO 9000-EXIT.
      * Dormant balances wait on a person, so the scheduler is told.
           IF WS-TOT-DORMIDOS > ZERO OR WS-TOT-SIGUEN > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "DORMSWP - " WS-TOT-DORMIDOS " NEW DORMANT, "
               WS-TOT-INACTIVADOS " INACTIVATED, "
               WS-TOT-AVISOS " WARNINGS".
       9000-EXIT.
           EXIT.
