      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Month-to-date GL trial balance.  Reads the month's
      *          dated handoff files (GLHAND.yyyymmdd) that GLHANDOF
      *          built and totals the debits and the contras
      *          (GL-SIGNO '-') per GL account and cost center, day
      *          by day and month to date, so "what did we send to
      *          account X this month" is answered from our own
      *          files.  Every day is tied back to its entry on the
      *          transmission register (GLXMITRG): a day with a
      *          register entry but no readable file, a file with no
      *          register entry, or a file whose count or signed
      *          total (or whose own trailer) disagrees is flagged,
      *          and the run ends with return code 8.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: day and month-to-date totals
      *                 per account and cost center, tie of every day
      *                 and of the month to the transmission register.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRIAL.
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

           SELECT XMIT-FILE ASSIGN TO GLXMITRG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FILE-STATUS.

           SELECT HAND-FILE ASSIGN TO DYNAMIC WS-HAND-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HAND-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO TRIALRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Trial-balance card: the month to total, YYYYMM (blank or
      * non-numeric totals the current month to date).
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-MES                    PIC X(06).

       FD  XMIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XMITREC.

      * Header, GLIFREC details, trailer - as GLHANDOF writes it.
       FD  HAND-FILE
           LABEL RECORDS ARE STANDARD.
       01  HAND-RECORD                      PIC X(80).
       01  HAND-RECORD-TIPO REDEFINES HAND-RECORD.
           05  HAND-REC-TYPE                PIC X(03).
               88  HAND-REC-HEADER           VALUE 'HDR'.
               88  HAND-REC-TRAILER          VALUE 'TRL'.
           05  FILLER                       PIC X(77).

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY GLHANDCT.
           COPY GLIFREC.

       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-XMIT-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-HAND-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-HAND-DSN                      PIC X(30)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-XMIT-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-XMIT-EOF               VALUE 'Y'.
           05  WS-HAND-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-HAND-EOF               VALUE 'Y'.
           05  WS-CTA-FULL-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-CTA-TABLE-FULL         VALUE 'Y'.

       01  WS-MES-CONTROLS.
           05  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
           05  WS-MES                       PIC 9(06)   VALUE ZERO.
           05  WS-DIA                       PIC 9(02)   VALUE ZERO.
           05  WS-DIA-FECHA                 PIC 9(08)   VALUE ZERO.
           05  WS-DIA-FECHA-R REDEFINES WS-DIA-FECHA.
               10  WS-DIA-MES               PIC 9(06).
               10  WS-DIA-DD                PIC 9(02).

      * One entry per day of the month: what the register says was
      * handed over (the latest entry for the date - a re-send logs
      * the same controls again) and what the file actually holds.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 31 TIMES.
               10  DAY-REG-SWITCH           PIC X(01).
                   88  DAY-EN-REGISTRO       VALUE 'Y'.
               10  DAY-REG-COUNT            PIC 9(07).
               10  DAY-REG-TOTAL            PIC S9(15).
               10  DAY-FILE-SWITCH          PIC X(01).
                   88  DAY-CON-ARCHIVO       VALUE 'Y'.
               10  DAY-TRL-SWITCH           PIC X(01).
                   88  DAY-TRL-OK            VALUE 'Y'.
               10  DAY-FILE-COUNT           PIC 9(07).
               10  DAY-FILE-TOTAL           PIC S9(15).
               10  DAY-ESTADO               PIC X(14).

      * One entry per account / cost center seen, in arrival order,
      * carrying the day in hand and the month to date.
       01  WS-CTA-SUB                       PIC 9(03)   VALUE ZERO.
       01  WS-CTA-HIT                       PIC 9(03)   VALUE ZERO.
       01  WS-CTA-CONTROLS.
           05  WS-CTA-COUNT                 PIC 9(03)   VALUE ZERO.
           05  WS-CTA-MAX                   PIC 9(03)   VALUE 500.
       01  WS-CTA-TABLE.
           05  WS-CTA-ENTRY OCCURS 500 TIMES.
               10  CTA-CUENTA               PIC X(08).
               10  CTA-CCOSTO               PIC X(06).
               10  CTA-DIA-MOV              PIC X(01).
               10  CTA-DIA-DEBITOS          PIC 9(15).
               10  CTA-DIA-CONTRAS          PIC 9(15).
               10  CTA-MES-DEBITOS          PIC 9(15).
               10  CTA-MES-CONTRAS          PIC 9(15).

       01  WS-TOTALS.
           05  WS-DIAS-CON-ARCHIVO          PIC 9(03)   VALUE ZERO.
           05  WS-DIAS-MARCADOS             PIC 9(03)   VALUE ZERO.
           05  WS-LINEAS-LEIDAS             PIC 9(07)   VALUE ZERO.
           05  WS-TOT-DEBITOS               PIC 9(15)   VALUE ZERO.
           05  WS-TOT-CONTRAS               PIC 9(15)   VALUE ZERO.
           05  WS-TOT-NETO                  PIC S9(15)  VALUE ZERO.
           05  WS-REG-COUNT                 PIC 9(07)   VALUE ZERO.
           05  WS-REG-TOTAL                 PIC S9(15)  VALUE ZERO.
           05  WS-NETO                      PIC S9(15)  VALUE ZERO.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "GLTRIAL".
           05  FILLER                       PIC X(32)
                   VALUE "BALANCE DE COMPROBACION GL MES".
           05  RPTH-MES                     PIC 9(06).
           05  FILLER                       PIC X(12)   VALUE SPACES.
           05  FILLER                       PIC X(08)
                   VALUE "PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(10)
                   VALUE "CUENTA".
           05  FILLER                       PIC X(08)
                   VALUE "C.COSTO".
           05  FILLER                       PIC X(18)
                   VALUE "          DEBITOS".
           05  FILLER                       PIC X(18)
                   VALUE "          CONTRAS".
           05  FILLER                       PIC X(18)
                   VALUE "              NETO".

       01  RPT-SECTION-LINE.
           05  RPTS-TITULO                  PIC X(20).
           05  RPTS-FECHA                   PIC X(08).

       01  RPT-CTA-LINE.
           05  RPTC-CUENTA                  PIC X(08).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-CCOSTO                  PIC X(06).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTC-DEBITOS                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTC-CONTRAS                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  RPTC-NETO                    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TIE-HEADING.
           05  FILLER                       PIC X(10)
                   VALUE "FECHA".
           05  FILLER                       PIC X(25)
                   VALUE "REGISTRO: CANT.    TOTAL".
           05  FILLER                       PIC X(25)
                   VALUE " ARCHIVO: CANT.    TOTAL".
           05  FILLER                       PIC X(14)
                   VALUE " ESTADO".

       01  RPT-TIE-LINE.
           05  RPTT-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTT-REG-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTT-REG-TOTAL               PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTT-FILE-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTT-FILE-TOTAL              PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTT-ESTADO                  PIC X(14).

       01  RPT-TOTALS-LINE-1.
           05  FILLER                       PIC X(18)
                   VALUE "TOTAL DEL MES".
           05  RPTG-DEBITOS                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTG-CONTRAS                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  RPTG-NETO                    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-2.
           05  FILLER                       PIC X(22)
                   VALUE "LINEAS LEIDAS:".
           05  RPTG-LINEAS                  PIC Z,ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(18)
                   VALUE "EN REGISTRO:".
           05  RPTG-REG-COUNT               PIC Z,ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-3.
           05  FILLER                       PIC X(22)
                   VALUE "NETO EN REGISTRO:".
           05  RPTG-REG-TOTAL               PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  RPTG-CUADRE                  PIC X(20).

       01  RPT-TOTALS-LINE-4.
           05  FILLER                       PIC X(22)
                   VALUE "DIAS CON ARCHIVO:".
           05  RPTG-DIAS                    PIC ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(18)
                   VALUE "DIAS MARCADOS:".
           05  RPTG-MARCADOS                PIC ZZ9.

       01  RPT-EMPTY-LINE.
           05  FILLER                       PIC X(40)
                   VALUE "*** NINGUNA ENTREGA GL EN EL MES ***".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-DAY THRU 2000-EXIT
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > 31.
           PERFORM 3000-PRINT-MONTH THRU 3000-EXIT.
           PERFORM 3500-PRINT-TIE THRU 3500-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (1:6) TO WS-MES.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           MOVE WS-MES TO WS-DIA-MES.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1050-CLEAR-ONE-DAY THRU 1050-EXIT
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > 31.
           PERFORM 1100-LOAD-REGISTER THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

       1010-READ-PARM.
           OPEN INPUT SYSIN-FILE.
           IF WS-SYSIN-FILE-STATUS = "00"
               READ SYSIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SYSIN-MES IS NUMERIC
                           MOVE SYSIN-MES TO WS-MES
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
       1010-EXIT.
           EXIT.

       1050-CLEAR-ONE-DAY.
           MOVE 'N'    TO DAY-REG-SWITCH (WS-DIA).
           MOVE ZERO   TO DAY-REG-COUNT (WS-DIA).
           MOVE ZERO   TO DAY-REG-TOTAL (WS-DIA).
           MOVE 'N'    TO DAY-FILE-SWITCH (WS-DIA).
           MOVE 'N'    TO DAY-TRL-SWITCH (WS-DIA).
           MOVE ZERO   TO DAY-FILE-COUNT (WS-DIA).
           MOVE ZERO   TO DAY-FILE-TOTAL (WS-DIA).
           MOVE SPACES TO DAY-ESTADO (WS-DIA).
       1050-EXIT.
           EXIT.

      * No register at all is reported, not fatal: every file found
      * will then show as handed over without a register entry.
       1100-LOAD-REGISTER.
           OPEN INPUT XMIT-FILE.
           IF WS-XMIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - CANNOT OPEN GLXMITRG, STATUS "
                   WS-XMIT-FILE-STATUS
               GO TO 1100-EXIT.
           MOVE 'N' TO WS-XMIT-EOF-SWITCH.
           PERFORM 1110-LOAD-ONE-XMIT THRU 1110-EXIT
               UNTIL WS-XMIT-EOF.
           CLOSE XMIT-FILE.
       1100-EXIT.
           EXIT.

      * The latest entry for a date is kept, as GLHANDOF does.
       1110-LOAD-ONE-XMIT.
           READ XMIT-FILE
               AT END
                   MOVE 'Y' TO WS-XMIT-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.
           IF XMIT-FECHA IS NOT NUMERIC
               GO TO 1110-EXIT.
           MOVE XMIT-FECHA TO WS-DIA-FECHA.
           IF WS-DIA-MES NOT = WS-MES
               OR WS-DIA-DD < 01 OR WS-DIA-DD > 31
               GO TO 1110-EXIT.
           MOVE 'Y'        TO DAY-REG-SWITCH (WS-DIA-DD).
           MOVE XMIT-COUNT TO DAY-REG-COUNT (WS-DIA-DD).
           MOVE XMIT-TOTAL TO DAY-REG-TOTAL (WS-DIA-DD).
       1110-EXIT.
           EXIT.

      * A date that does not exist (the 31st of a short month) has
      * neither a file nor a register entry and passes unnoticed.
       2000-PROCESS-DAY.
           MOVE WS-MES TO WS-DIA-MES.
           MOVE WS-DIA TO WS-DIA-DD.
           PERFORM 2100-READ-HANDOFF THRU 2100-EXIT.
           IF DAY-CON-ARCHIVO (WS-DIA)
               PERFORM 2500-PRINT-DAY THRU 2500-EXIT
           END-IF.
           PERFORM 2600-TIE-DAY THRU 2600-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-HANDOFF.
           MOVE SPACES TO WS-HAND-DSN.
           STRING "GLHAND." WS-DIA-FECHA
               DELIMITED BY SIZE INTO WS-HAND-DSN.
           OPEN INPUT HAND-FILE.
           IF WS-HAND-FILE-STATUS NOT = "00"
               GO TO 2100-EXIT.
           MOVE 'Y' TO DAY-FILE-SWITCH (WS-DIA).
           ADD 1 TO WS-DIAS-CON-ARCHIVO.
           MOVE 'N' TO WS-HAND-EOF-SWITCH.
           PERFORM 2200-READ-ONE-LINE THRU 2200-EXIT
               UNTIL WS-HAND-EOF.
           CLOSE HAND-FILE.
       2100-EXIT.
           EXIT.

      * The trailer must agree with the lines in front of it, the
      * check the GL side makes on receipt.
       2200-READ-ONE-LINE.
           READ HAND-FILE
               AT END
                   MOVE 'Y' TO WS-HAND-EOF-SWITCH
                   GO TO 2200-EXIT
           END-READ.
           IF HAND-REC-HEADER
               GO TO 2200-EXIT.
           IF HAND-REC-TRAILER
               MOVE HAND-RECORD TO GLHAND-TRAILER-REC
               IF GHT-COUNT = DAY-FILE-COUNT (WS-DIA)
                   AND GHT-TOTAL = DAY-FILE-TOTAL (WS-DIA)
                   MOVE 'Y' TO DAY-TRL-SWITCH (WS-DIA)
               END-IF
               GO TO 2200-EXIT.
           MOVE HAND-RECORD TO GL-RECORD.
           ADD 1 TO WS-LINEAS-LEIDAS.
           ADD 1 TO DAY-FILE-COUNT (WS-DIA).
           IF GL-SUMA IS NOT NUMERIC
               MOVE ZERO TO GL-SUMA
           END-IF.
           IF GL-SIGNO = '-'
               SUBTRACT GL-SUMA FROM DAY-FILE-TOTAL (WS-DIA)
           ELSE
               ADD GL-SUMA TO DAY-FILE-TOTAL (WS-DIA)
           END-IF.
           PERFORM 2300-FIND-CUENTA THRU 2300-EXIT.
           IF WS-CTA-HIT = ZERO
               GO TO 2200-EXIT.
           MOVE 'Y' TO CTA-DIA-MOV (WS-CTA-HIT).
           IF GL-SIGNO = '-'
               ADD GL-SUMA TO CTA-DIA-CONTRAS (WS-CTA-HIT)
               ADD GL-SUMA TO CTA-MES-CONTRAS (WS-CTA-HIT)
           ELSE
               ADD GL-SUMA TO CTA-DIA-DEBITOS (WS-CTA-HIT)
               ADD GL-SUMA TO CTA-MES-DEBITOS (WS-CTA-HIT)
           END-IF.
       2200-EXIT.
           EXIT.

      * Rows handed over before the coding existed carry a blank
      * account and cost center and total on a line of their own.
       2300-FIND-CUENTA.
           MOVE ZERO TO WS-CTA-HIT.
           IF WS-CTA-COUNT > ZERO
               PERFORM 2350-TEST-ONE-CUENTA THRU 2350-EXIT
                   VARYING WS-CTA-SUB FROM 1 BY 1
                   UNTIL WS-CTA-HIT > ZERO
                      OR WS-CTA-SUB > WS-CTA-COUNT
           END-IF.
           IF WS-CTA-HIT > ZERO
               GO TO 2300-EXIT.
           IF WS-CTA-COUNT < WS-CTA-MAX
               ADD 1 TO WS-CTA-COUNT
               MOVE WS-CTA-COUNT TO WS-CTA-HIT
               MOVE GL-CUENTA TO CTA-CUENTA (WS-CTA-HIT)
               MOVE GL-CCOSTO TO CTA-CCOSTO (WS-CTA-HIT)
               MOVE 'N'  TO CTA-DIA-MOV (WS-CTA-HIT)
               MOVE ZERO TO CTA-DIA-DEBITOS (WS-CTA-HIT)
               MOVE ZERO TO CTA-DIA-CONTRAS (WS-CTA-HIT)
               MOVE ZERO TO CTA-MES-DEBITOS (WS-CTA-HIT)
               MOVE ZERO TO CTA-MES-CONTRAS (WS-CTA-HIT)
           ELSE
               IF NOT WS-CTA-TABLE-FULL
                   MOVE 'Y' TO WS-CTA-FULL-SWITCH
                   DISPLAY "WARNING - ACCOUNT TABLE FULL, LATER "
                       "ACCOUNTS NOT TOTALLED"
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.

       2350-TEST-ONE-CUENTA.
           IF CTA-CUENTA (WS-CTA-SUB) = GL-CUENTA
               AND CTA-CCOSTO (WS-CTA-SUB) = GL-CCOSTO
               MOVE WS-CTA-SUB TO WS-CTA-HIT
           END-IF.
       2350-EXIT.
           EXIT.

      * The day's section: every account that moved that day, after
      * which the day figures are cleared for the next file.
       2500-PRINT-DAY.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE - 3
               OR WS-PAGE-COUNT = ZERO
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
           END-IF.
           MOVE "DIA:"       TO RPTS-TITULO.
           MOVE WS-DIA-FECHA TO RPTS-FECHA.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-CTA-COUNT > ZERO
               PERFORM 2550-PRINT-DAY-CUENTA THRU 2550-EXIT
                   VARYING WS-CTA-SUB FROM 1 BY 1
                   UNTIL WS-CTA-SUB > WS-CTA-COUNT
           END-IF.
       2500-EXIT.
           EXIT.

       2550-PRINT-DAY-CUENTA.
           IF CTA-DIA-MOV (WS-CTA-SUB) NOT = 'Y'
               GO TO 2550-EXIT.
           MOVE CTA-DIA-DEBITOS (WS-CTA-SUB) TO RPTC-DEBITOS.
           MOVE CTA-DIA-CONTRAS (WS-CTA-SUB) TO RPTC-CONTRAS.
           COMPUTE WS-NETO = CTA-DIA-DEBITOS (WS-CTA-SUB)
                           - CTA-DIA-CONTRAS (WS-CTA-SUB).
           PERFORM 2700-PRINT-CUENTA THRU 2700-EXIT.
           MOVE 'N'  TO CTA-DIA-MOV (WS-CTA-SUB).
           MOVE ZERO TO CTA-DIA-DEBITOS (WS-CTA-SUB).
           MOVE ZERO TO CTA-DIA-CONTRAS (WS-CTA-SUB).
       2550-EXIT.
           EXIT.

      * Register and file must both be there and agree, and the
      * file must agree with its own trailer.
       2600-TIE-DAY.
           IF NOT DAY-EN-REGISTRO (WS-DIA)
               AND NOT DAY-CON-ARCHIVO (WS-DIA)
               GO TO 2600-EXIT.
           IF DAY-EN-REGISTRO (WS-DIA)
               ADD DAY-REG-COUNT (WS-DIA) TO WS-REG-COUNT
               ADD DAY-REG-TOTAL (WS-DIA) TO WS-REG-TOTAL
           END-IF.
           MOVE "CUADRA" TO DAY-ESTADO (WS-DIA).
           IF NOT DAY-CON-ARCHIVO (WS-DIA)
               MOVE "SIN ARCHIVO" TO DAY-ESTADO (WS-DIA)
           ELSE
               IF NOT DAY-EN-REGISTRO (WS-DIA)
                   MOVE "SIN REGISTRO" TO DAY-ESTADO (WS-DIA)
               ELSE
                   IF NOT DAY-TRL-OK (WS-DIA)
                       MOVE "TRAILER ERRADO" TO DAY-ESTADO (WS-DIA)
                   ELSE
                       IF DAY-FILE-COUNT (WS-DIA)
                               NOT = DAY-REG-COUNT (WS-DIA)
                           OR DAY-FILE-TOTAL (WS-DIA)
                               NOT = DAY-REG-TOTAL (WS-DIA)
                           MOVE "NO CUADRA" TO DAY-ESTADO (WS-DIA)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF DAY-ESTADO (WS-DIA) NOT = "CUADRA"
               ADD 1 TO WS-DIAS-MARCADOS
           END-IF.
       2600-EXIT.
           EXIT.

       2700-PRINT-CUENTA.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
           END-IF.
           MOVE CTA-CUENTA (WS-CTA-SUB) TO RPTC-CUENTA.
           MOVE CTA-CCOSTO (WS-CTA-SUB) TO RPTC-CCOSTO.
           MOVE WS-NETO                 TO RPTC-NETO.
           WRITE RPT-RECORD FROM RPT-CTA-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2700-EXIT.
           EXIT.

       2800-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPTH-PAGE.
           MOVE WS-MES        TO RPTH-MES.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       2800-EXIT.
           EXIT.

      * Month to date: every account seen, and the grand totals.
       3000-PRINT-MONTH.
           PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT.
           MOVE "ACUMULADO DEL MES" TO RPTS-TITULO.
           MOVE SPACES              TO RPTS-FECHA.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF WS-CTA-COUNT = ZERO
               WRITE RPT-RECORD FROM RPT-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
               GO TO 3000-EXIT.
           PERFORM 3100-PRINT-MES-CUENTA THRU 3100-EXIT
               VARYING WS-CTA-SUB FROM 1 BY 1
               UNTIL WS-CTA-SUB > WS-CTA-COUNT.
           COMPUTE WS-TOT-NETO = WS-TOT-DEBITOS - WS-TOT-CONTRAS.
           MOVE WS-TOT-DEBITOS TO RPTG-DEBITOS.
           MOVE WS-TOT-CONTRAS TO RPTG-CONTRAS.
           MOVE WS-TOT-NETO    TO RPTG-NETO.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-1
               AFTER ADVANCING 2 LINES.
       3000-EXIT.
           EXIT.

       3100-PRINT-MES-CUENTA.
           MOVE CTA-MES-DEBITOS (WS-CTA-SUB) TO RPTC-DEBITOS.
           MOVE CTA-MES-CONTRAS (WS-CTA-SUB) TO RPTC-CONTRAS.
           COMPUTE WS-NETO = CTA-MES-DEBITOS (WS-CTA-SUB)
                           - CTA-MES-CONTRAS (WS-CTA-SUB).
           ADD CTA-MES-DEBITOS (WS-CTA-SUB) TO WS-TOT-DEBITOS.
           ADD CTA-MES-CONTRAS (WS-CTA-SUB) TO WS-TOT-CONTRAS.
           PERFORM 2700-PRINT-CUENTA THRU 2700-EXIT.
       3100-EXIT.
           EXIT.

      * The tie: every day the register or a file knows about.
       3500-PRINT-TIE.
           PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT.
           MOVE "CUADRE CON REGISTRO" TO RPTS-TITULO.
           MOVE SPACES                TO RPTS-FECHA.
           WRITE RPT-RECORD FROM RPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE RPT-RECORD FROM RPT-TIE-HEADING
               AFTER ADVANCING 2 LINES.
           ADD 4 TO WS-LINE-COUNT.
           PERFORM 3600-PRINT-TIE-DAY THRU 3600-EXIT
               VARYING WS-DIA FROM 1 BY 1
               UNTIL WS-DIA > 31.
       3500-EXIT.
           EXIT.

       3600-PRINT-TIE-DAY.
           IF DAY-ESTADO (WS-DIA) = SPACES
               GO TO 3600-EXIT.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
               WRITE RPT-RECORD FROM RPT-TIE-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE WS-MES TO WS-DIA-MES.
           MOVE WS-DIA TO WS-DIA-DD.
           MOVE WS-DIA-FECHA             TO RPTT-FECHA.
           MOVE DAY-REG-COUNT (WS-DIA)   TO RPTT-REG-COUNT.
           MOVE DAY-REG-TOTAL (WS-DIA)   TO RPTT-REG-TOTAL.
           MOVE DAY-FILE-COUNT (WS-DIA)  TO RPTT-FILE-COUNT.
           MOVE DAY-FILE-TOTAL (WS-DIA)  TO RPTT-FILE-TOTAL.
           MOVE DAY-ESTADO (WS-DIA)      TO RPTT-ESTADO.
           WRITE RPT-RECORD FROM RPT-TIE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3600-EXIT.
           EXIT.

      * The month ties when every day ties; the grand figures are
      * printed beside each other so a difference shows at a glance.
       9000-TERMINATE.
           MOVE WS-LINEAS-LEIDAS TO RPTG-LINEAS.
           MOVE WS-REG-COUNT     TO RPTG-REG-COUNT.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-2
               AFTER ADVANCING 2 LINES.
           MOVE WS-REG-TOTAL     TO RPTG-REG-TOTAL.
           IF WS-DIAS-MARCADOS = ZERO
               AND WS-REG-TOTAL = WS-TOT-NETO
               AND WS-REG-COUNT = WS-LINEAS-LEIDAS
               MOVE "MES EN CUADRE" TO RPTG-CUADRE
           ELSE
               MOVE "*** MES DESCUADRADO" TO RPTG-CUADRE
           END-IF.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-DIAS-CON-ARCHIVO TO RPTG-DIAS.
           MOVE WS-DIAS-MARCADOS    TO RPTG-MARCADOS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-4
               AFTER ADVANCING 1 LINE.

           CLOSE RPT-FILE.

           IF RPTG-CUADRE NOT = "MES EN CUADRE"
               DISPLAY "GLTRIAL - MONTH " WS-MES " DOES NOT TIE, "
                   WS-DIAS-MARCADOS " DAYS FLAGGED"
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT.
           DISPLAY "GLTRIAL - MONTH " WS-MES " TIES TO THE REGISTER, "
               WS-DIAS-CON-ARCHIVO " DAYS".
       9000-EXIT.
           EXIT.
