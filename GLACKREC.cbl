      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Intake of the general ledger's acknowledgement of a
      *          GL handoff.  Reads the GL's answer file for the
      *          handed-over date and transmission sequence on the
      *          card (GLACK.yyyymmdd: what the GL accepted, count and
      *          signed total, plus every line it rejected with the
      *          GL's reason), ties it to the matching entry on the
      *          transmission register, and marks that entry
      *          acknowledged, partially rejected, or not tied.
      *          Each rejected line is backed out of the person's
      *          balance (audit row status 'G') and comes back to the
      *          suspense file with reason 09, so SUSPCORR can repair
      *          and resubmit it through the normal run, which posts
      *          it once.  Every run also sweeps the register: a
      *          transmission still unanswered after the card's
      *          number of days is marked unanswered and the job
      *          ends with return code 8 until the GL answers it.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: answer tied to the register
      *                 entry by count and signed total, rejected
      *                 lines backed out and sent to suspense with
      *                 reason 09, earlier unanswered sequences of
      *                 the date superseded, overdue sweep with
      *                 return code 8.
      * 15/10/2026 WCG  Close the back-out rows with an audit control
      *                 record ('C') chained from the last one on the
      *                 log, the same as the batch run, for AUDVERIF.
      * 15/10/2026 WCG  A back-out whose master rewrite fails is
      *                 counted as not backed out: no audit row, no
      *                 suspense line, return code 8.
      * 15/10/2026 WCG  Each rejected line is matched on the audit
      *                 scan to the posted row it came from (name,
      *                 amount, sign and GL date): the 'G' row carries
      *                 that row's batch number, so a later reversal
      *                 of the batch leaves the line alone.  The name
      *                 is carried through PERSXREF from the moment of
      *                 the posting, so the back-out and the suspense
      *                 line go to whoever holds the balance now.  A
      *                 line with no master is not backed out.
      * 15/10/2026 WCG  Every control record is followed by a rewrite
      *                 of the audit log anchor (AUDANCLA).
      * 15/10/2026 WCG  The register rewrite checks its open and every
      *                 write; rejects are only applied on a register
      *                 that was rewritten whole.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACKREC.
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

           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT XMIT-FILE ASSIGN TO GLXMITRG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO GLXWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT SUSP-FILE ASSIGN TO SUSPOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-FILE-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT PERS-FILE ASSIGN TO PERSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PM-NOMBRE
               FILE STATUS IS WS-PERS-FILE-STATUS.

           SELECT ANCLA-FILE ASSIGN TO AUDANCLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCLA-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO GLACKRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Intake card: the handed-over date and the transmission
      * sequence the GL is answering, and the number of days a
      * transmission may wait for its answer before it is overdue
      * (blank means 3).  A blank date runs the overdue sweep only.
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-FECHA                  PIC X(08).
           05  FILLER                       PIC X(01).
           05  SYSIN-SECUENCIA              PIC X(03).
           05  FILLER                       PIC X(01).
           05  SYSIN-DIAS                   PIC X(03).

       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACK-RECORD                       PIC X(100).

       FD  XMIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XMITREC.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD                      PIC X(90).

       FD  SUSP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUSPREC.

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  PERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  ANCLA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDANCLA.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSXREF.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY GLACKCT.

       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-ACK-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-XMIT-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-WORK-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-SUSP-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-ANCLA-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-XREF-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-ACK-DSN                       PIC X(30)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ACK-CARD-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-ACK-CARD               VALUE 'Y'.
           05  WS-ACK-EOF-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-ACK-EOF                VALUE 'Y'.
           05  WS-XMIT-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-XMIT-EOF               VALUE 'Y'.
           05  WS-WORK-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-WORK-EOF               VALUE 'Y'.
           05  WS-XMIT-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-XMIT-FOUND             VALUE 'Y'.
           05  WS-DATE-ANSWERED-SWITCH      PIC X(01)   VALUE 'N'.
               88  WS-DATE-ANSWERED          VALUE 'Y'.
           05  WS-MARK-SWITCH               PIC X(01)   VALUE 'N'.
               88  WS-MARK-ENTRY             VALUE 'Y'.
           05  WS-APPLY-SWITCH              PIC X(01)   VALUE 'N'.
               88  WS-APPLY-REJECTS          VALUE 'Y'.
           05  WS-BAD-LINE-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-BAD-LINE               VALUE 'Y'.
           05  WS-REG-OK-SWITCH             PIC X(01)   VALUE 'N'.
               88  WS-REG-OK                 VALUE 'Y'.
           05  WS-AUD-EOF-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-AUD-EOF                VALUE 'Y'.
           05  WS-BACKOUT-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-BACKOUT-FAILED         VALUE 'Y'.
           05  WS-RECH-FULL-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-RECH-TABLE-FULL        VALUE 'Y'.
           05  WS-RECH-MATCH-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-RECH-MATCHED           VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-XREF-EOF               VALUE 'Y'.
           05  WS-XREF-FULL-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-XREF-TABLE-FULL        VALUE 'Y'.

      * Audit log chain, kept exactly as the batch run keeps it:
      * the last control record on the log, the rows found after it,
      * and this run's back-out rows as they are written.
      * h = (h * 131 + byte) mod 999999999989 over every byte.
       01  WS-AUD-CHAIN.
           05  WS-CHN-CTL-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-CHN-CTL-SEEN           VALUE 'Y'.
           05  WS-CHN-ULT-SECUENCIA         PIC 9(07)   VALUE ZERO.
           05  WS-CHN-ULT-HASH              PIC 9(12)   VALUE ZERO.
           05  WS-CHN-SUELTAS               PIC 9(07)   VALUE ZERO.
           05  WS-CHN-SUELTAS-TOTAL         PIC S9(15)  VALUE ZERO.
           05  WS-CHN-SUELTAS-HASH          PIC 9(12)   VALUE ZERO.
           05  WS-CHN-TIPO                  PIC X(01)   VALUE 'R'.
           05  WS-CHN-COUNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CHN-TOTAL                 PIC S9(15)  VALUE ZERO.
           05  WS-CHN-HASH-ANT              PIC 9(12)   VALUE ZERO.
           05  WS-CHN-HASH                  PIC 9(12)   VALUE ZERO.
           05  WS-CHN-WORK                  PIC 9(15)   VALUE ZERO.
           05  WS-CHN-COCIENTE              PIC 9(15)   VALUE ZERO.
           05  WS-CHN-PRIMO                 PIC 9(12)
                                            VALUE 999999999989.
           05  WS-CHN-SUB                   PIC 9(03)   VALUE ZERO.
       01  WS-CHN-FILA                      PIC X(80)   VALUE SPACES.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
           05  WS-RUN-TIME                  PIC 9(08)   VALUE ZERO.
           05  WS-ACK-FECHA                 PIC 9(08)   VALUE ZERO.
           05  WS-ACK-SECUENCIA             PIC 9(03)   VALUE ZERO.
           05  WS-ACK-ESTADO                PIC X(01)   VALUE SPACE.
               88  WS-ACK-ANSWERED           VALUES 'A', 'P'.
           05  WS-SEQ-ANSWERED              PIC 9(03)   VALUE ZERO.
           05  WS-DIAS-LIMITE               PIC 9(03)   VALUE 3.

      * Day arithmetic on integer day numbers, as in SUSPAGE; an
      * entry whose run date is not a usable date counts as
      * overdue, since nobody can say how long it has waited.
       01  WS-RUN-ENTERO                    PIC 9(08)   VALUE ZERO.
       01  WS-XMIT-ENTERO                   PIC 9(08)   VALUE ZERO.
       01  WS-DIAS                          PIC S9(05)  VALUE ZERO.

      * What the register says went over, and what the GL's answer
      * accounts for: accepted plus rejected must give back the
      * transmitted count and signed total exactly.
       01  WS-TIE-FIELDS.
           05  WS-XMIT-COUNT                PIC 9(07)   VALUE ZERO.
           05  WS-XMIT-TOTAL                PIC S9(15)  VALUE ZERO.
           05  WS-REJ-LEIDOS                PIC 9(07)   VALUE ZERO.
           05  WS-REJ-TOTAL                 PIC S9(15)  VALUE ZERO.
           05  WS-TIE-COUNT                 PIC 9(08)   VALUE ZERO.
           05  WS-TIE-TOTAL                 PIC S9(16)  VALUE ZERO.

      * The rejected lines of the answer in file order, each with
      * the posted audit row it came from once the scan of the log
      * has found it: same name, amount and GL date, and a '-' line
      * for a subtract only.  Identical lines take identical rows
      * in log order, one row each.
       01  WS-RECH-CONTROLS.
           05  WS-RECH-TAB-COUNT            PIC 9(04)   VALUE ZERO.
           05  WS-RECH-TAB-MAX              PIC 9(04)   VALUE 1000.
           05  WS-RECH-SUB                  PIC 9(04)   VALUE ZERO.
           05  WS-RECH-LINEA                PIC 9(04)   VALUE ZERO.
       01  WS-RECH-TABLE.
           05  WS-RECH-ENTRY OCCURS 1000 TIMES.
               10  RJT-NOMBRE               PIC X(30).
               10  RJT-SUMA                 PIC 9(10).
               10  RJT-FECHA                PIC 9(08).
               10  RJT-SIGNO                PIC X(01).
               10  RJT-HALLADA              PIC X(01).
               10  RJT-BATCH-NO             PIC 9(06).
               10  RJT-MARCA.
                   15  RJT-MARCA-FECHA      PIC 9(08).
                   15  RJT-MARCA-HORA       PIC 9(08).

      * The name changes PERSREN has applied, in the order it
      * applied them.  A line is carried across every change made
      * at or after the moment it was posted, to the name that
      * holds its balance today.
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
           05  WS-RECH-APLICADOS            PIC 9(07)   VALUE ZERO.
           05  WS-RECH-SIN-MAESTRO          PIC 9(07)   VALUE ZERO.
           05  WS-RECH-NO-REVERTIDOS        PIC 9(07)   VALUE ZERO.
           05  WS-RECH-SIN-FILA             PIC 9(07)   VALUE ZERO.
           05  WS-VENCIDAS                  PIC 9(05)   VALUE ZERO.
           05  WS-REEMPLAZADAS              PIC 9(05)   VALUE ZERO.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "GLACKREC".
           05  FILLER                       PIC X(36)
                   VALUE "ACUSE DE RECIBO DEL GL".
           05  FILLER                       PIC X(07)
                   VALUE "FECHA:".
           05  RPTH-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(09)
                   VALUE "  PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-ACK-LINE-1.
           05  FILLER                       PIC X(14)
                   VALUE "TRANSMISION:".
           05  RPTA-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE "/".
           05  RPTA-SECUENCIA               PIC 9(03).
           05  FILLER                       PIC X(11)
                   VALUE "  ENVIADOS:".
           05  RPTA-XMIT-COUNT              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(08)
                   VALUE "  TOTAL:".
           05  RPTA-XMIT-TOTAL        PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.

       01  RPT-ACK-LINE-2.
           05  FILLER                       PIC X(14)
                   VALUE "ACEPTADOS:".
           05  RPTA-ACEPT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(08)
                   VALUE "  TOTAL:".
           05  RPTA-ACEPT-TOTAL       PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                       PIC X(14)
                   VALUE "  RECHAZADOS:".
           05  RPTA-RECH-COUNT              PIC ZZZ,ZZ9.

       01  RPT-RESULT-LINE.
           05  RPTX-RESULT                  PIC X(70).

       01  RPT-REJ-HEADING.
           05  FILLER                       PIC X(31)
                   VALUE "NOMBRE".
           05  FILLER                       PIC X(17)
                   VALUE "S          SUMA".
           05  FILLER                       PIC X(09)
                   VALUE "CUENTA".
           05  FILLER                       PIC X(05)
                   VALUE "MOT.".
           05  FILLER                       PIC X(12)
                   VALUE "RESULTADO".

       01  RPT-REJ-LINE.
           05  RPTR-NOMBRE                  PIC X(30).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTR-SIGNO                   PIC X(01).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTR-SUMA                    PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTR-CUENTA                  PIC X(08).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTR-MOTIVO                  PIC X(04).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTR-RESULTADO               PIC X(12).

       01  RPT-REJ-TEXT-LINE.
           05  FILLER                       PIC X(04)   VALUE SPACES.
           05  RPTR-TEXTO                   PIC X(30).

       01  RPT-XMIT-HEADING.
           05  FILLER                       PIC X(40)
                   VALUE "TRANSMISIONES SIN RESPUESTA DEL GL:".

       01  RPT-XMIT-LINE.
           05  RPTV-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(01)   VALUE "/".
           05  RPTV-SECUENCIA               PIC 9(03).
           05  FILLER                       PIC X(11)
                   VALUE "  ENVIADA:".
           05  RPTV-RUN-FECHA               PIC 9(08).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTV-DIAS                    PIC ZZZZ9.
           05  FILLER                       PIC X(07)
                   VALUE " DIAS  ".
           05  RPTV-ESTADO                  PIC X(16).

       01  RPT-TOTALS-LINE-1.
           05  FILLER                       PIC X(24)
                   VALUE "RECHAZOS A SUSPENSO:".
           05  RPTT-APLICADOS               PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(16)
                   VALUE "SIN FILA EN LOG:".
           05  RPTT-SIN-FILA                PIC ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-2.
           05  FILLER                       PIC X(24)
                   VALUE "SIN RESPUESTA VENCIDAS:".
           05  RPTT-VENCIDAS                PIC ZZ,ZZ9.
           05  FILLER                       PIC X(04)   VALUE SPACES.
           05  FILLER                       PIC X(16)
                   VALUE "REEMPLAZADAS:".
           05  RPTT-REEMPLAZADAS            PIC ZZ,ZZ9.

       01  RPT-TOTALS-LINE-3.
           05  FILLER                       PIC X(24)
                   VALUE "RECHAZOS NO REVERTIDOS:".
           05  RPTT-NO-REVERTIDOS           PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(16)
                   VALUE "SIN MAESTRO:".
           05  RPTT-SIN-MAESTRO             PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      * The register is marked before any rejected line is applied:
      * once the entry shows the answer, a rerun with the same card
      * is refused, so no line can ever be backed out twice.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-ACK-CARD
               PERFORM 2000-CHECK-ANSWER THRU 2000-EXIT
           END-IF.
           PERFORM 3000-UPDATE-REGISTER THRU 3000-EXIT.
           IF WS-APPLY-REJECTS AND WS-REG-OK
               PERFORM 4000-APPLY-REJECTS THRU 4000-EXIT
           END-IF.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           COMPUTE WS-RUN-ENTERO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           OPEN OUTPUT RPT-FILE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           PERFORM 8500-WRITE-HEADINGS THRU 8500-EXIT.
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
                           MOVE SYSIN-FECHA TO WS-ACK-FECHA
                           MOVE 'Y' TO WS-ACK-CARD-SWITCH
                           MOVE 1 TO WS-ACK-SECUENCIA
                           IF SYSIN-SECUENCIA IS NUMERIC
                               MOVE SYSIN-SECUENCIA
                                   TO WS-ACK-SECUENCIA
                           END-IF
                       END-IF
                       IF SYSIN-DIAS IS NUMERIC
                           MOVE SYSIN-DIAS TO WS-DIAS-LIMITE
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
       1010-EXIT.
           EXIT.

      * Everything about the answer is decided before anything is
      * written: the register entry it answers, whether the date
      * already has an answer on another sequence (a re-send must
      * not have its rejections applied a second time), and
      * whether the answer ties back to what went over.
       2000-CHECK-ANSWER.
           PERFORM 2100-FIND-XMIT THRU 2100-EXIT.
           MOVE WS-ACK-FECHA     TO RPTA-FECHA.
           MOVE WS-ACK-SECUENCIA TO RPTA-SECUENCIA.
           MOVE WS-XMIT-COUNT    TO RPTA-XMIT-COUNT.
           MOVE WS-XMIT-TOTAL    TO RPTA-XMIT-TOTAL.
           WRITE RPT-RECORD FROM RPT-ACK-LINE-1
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF NOT WS-XMIT-FOUND
               MOVE "TRANSMISION NO REGISTRADA - ACUSE NO APLICADO"
                   TO RPTX-RESULT
               PERFORM 8600-ANSWER-REFUSED THRU 8600-EXIT
               GO TO 2000-EXIT.
           IF WS-ACK-ANSWERED
               MOVE "TRANSMISION YA CONFIRMADA - ACUSE NO APLICADO"
                   TO RPTX-RESULT
               PERFORM 8600-ANSWER-REFUSED THRU 8600-EXIT
               GO TO 2000-EXIT.
           IF WS-DATE-ANSWERED
               MOVE SPACES TO RPTX-RESULT
               STRING "FECHA YA CONFIRMADA EN LA SECUENCIA "
                   WS-SEQ-ANSWERED " - ACUSE NO APLICADO"
                   DELIMITED BY SIZE INTO RPTX-RESULT
               PERFORM 8600-ANSWER-REFUSED THRU 8600-EXIT
               GO TO 2000-EXIT.

           PERFORM 2200-READ-ANSWER THRU 2200-EXIT.
           IF WS-ACK-FILE-STATUS NOT = "00"
               AND WS-ACK-FILE-STATUS NOT = "10"
               GO TO 2000-EXIT.
           IF NOT GAH-TYPE-OK
               OR GAH-FECHA NOT = WS-ACK-FECHA
               OR GAH-SECUENCIA NOT = WS-ACK-SECUENCIA
               MOVE "ACUSE NO CORRESPONDE A LA TRANSMISION"
                   TO RPTX-RESULT
               PERFORM 8600-ANSWER-REFUSED THRU 8600-EXIT
               GO TO 2000-EXIT.

           MOVE GAH-ACEPT-COUNT TO RPTA-ACEPT-COUNT.
           MOVE GAH-ACEPT-TOTAL TO RPTA-ACEPT-TOTAL.
           MOVE WS-REJ-LEIDOS   TO RPTA-RECH-COUNT.
           WRITE RPT-RECORD FROM RPT-ACK-LINE-2
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
      * Nothing is marked yet, so the answer can be taken in again
      * once the line table has room for it.
           IF WS-RECH-TABLE-FULL
               MOVE "DEMASIADOS RECHAZOS EN EL ACUSE - NO APLICADO"
                   TO RPTX-RESULT
               PERFORM 8600-ANSWER-REFUSED THRU 8600-EXIT
               GO TO 2000-EXIT.

           COMPUTE WS-TIE-COUNT = GAH-ACEPT-COUNT + WS-REJ-LEIDOS.
           COMPUTE WS-TIE-TOTAL = GAH-ACEPT-TOTAL + WS-REJ-TOTAL.
           MOVE 'Y' TO WS-MARK-SWITCH.
           IF WS-BAD-LINE
               OR GAH-RECH-COUNT NOT = WS-REJ-LEIDOS
               OR WS-TIE-COUNT NOT = WS-XMIT-COUNT
               OR WS-TIE-TOTAL NOT = WS-XMIT-TOTAL
               MOVE 'X' TO WS-ACK-ESTADO
               MOVE "ACUSE NO CUADRA CON LO TRANSMITIDO - REVISAR"
                   TO RPTX-RESULT
               PERFORM 8600-ANSWER-REFUSED THRU 8600-EXIT
               GO TO 2000-EXIT.
           IF WS-REJ-LEIDOS = ZERO
               MOVE 'A' TO WS-ACK-ESTADO
               MOVE "TRANSMISION CONFIRMADA POR EL GL"
                   TO RPTX-RESULT
           ELSE
               MOVE 'P' TO WS-ACK-ESTADO
               MOVE 'Y' TO WS-APPLY-SWITCH
               MOVE "RECHAZO PARCIAL - LINEAS DEVUELTAS A SUSPENSO"
                   TO RPTX-RESULT
               PERFORM 2500-OPEN-APPLY-FILES THRU 2500-EXIT
           END-IF.
           WRITE RPT-RECORD FROM RPT-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
       2000-EXIT.
           EXIT.

       2100-FIND-XMIT.
           MOVE 'N' TO WS-XMIT-EOF-SWITCH.
           OPEN INPUT XMIT-FILE.
           IF WS-XMIT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-XMIT-EOF-SWITCH
           END-IF.
           PERFORM 2150-TEST-ONE-XMIT THRU 2150-EXIT
               UNTIL WS-XMIT-EOF.
           IF WS-XMIT-FILE-STATUS = "00" OR "10"
               CLOSE XMIT-FILE
           END-IF.
       2100-EXIT.
           EXIT.

       2150-TEST-ONE-XMIT.
           READ XMIT-FILE
               AT END
                   MOVE 'Y' TO WS-XMIT-EOF-SWITCH
                   GO TO 2150-EXIT
           END-READ.
           IF XMIT-FECHA NOT = WS-ACK-FECHA
               GO TO 2150-EXIT.
           IF XMIT-SECUENCIA = WS-ACK-SECUENCIA
               MOVE 'Y' TO WS-XMIT-FOUND-SWITCH
               MOVE XMIT-COUNT      TO WS-XMIT-COUNT
               MOVE XMIT-TOTAL      TO WS-XMIT-TOTAL
               MOVE XMIT-ACK-STATUS TO WS-ACK-ESTADO
           ELSE
               IF XMIT-ACK-ANSWERED
                   MOVE 'Y' TO WS-DATE-ANSWERED-SWITCH
                   MOVE XMIT-SECUENCIA TO WS-SEQ-ANSWERED
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

      * First pass over the answer: the 'ACK' record, then the
      * rejected lines counted and summed with their signs.  The
      * lines are applied in a second pass only once the whole
      * answer has been proved to tie.
       2200-READ-ANSWER.
           MOVE SPACES TO WS-ACK-DSN.
           STRING "GLACK." WS-ACK-FECHA
               DELIMITED BY SIZE INTO WS-ACK-DSN.
           MOVE SPACES TO GLACK-HEADER-REC.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - NO ANSWER FILE " WS-ACK-DSN
                   ", STATUS " WS-ACK-FILE-STATUS
               MOVE SPACES TO RPTX-RESULT
               STRING "NO HAY ACUSE " WS-ACK-DSN
                   DELIMITED BY SIZE INTO RPTX-RESULT
               PERFORM 8600-ANSWER-REFUSED THRU 8600-EXIT
               GO TO 2200-EXIT.
           READ ACK-FILE INTO GLACK-HEADER-REC
               AT END
                   MOVE SPACES TO GLACK-HEADER-REC
           END-READ.
           IF GAH-ACEPT-COUNT IS NOT NUMERIC
               OR GAH-ACEPT-TOTAL IS NOT NUMERIC
               OR GAH-RECH-COUNT IS NOT NUMERIC
               MOVE SPACES TO GAH-REC-TYPE
           END-IF.
           MOVE 'N' TO WS-ACK-EOF-SWITCH.
           PERFORM 2300-COUNT-ONE-LINE THRU 2300-EXIT
               UNTIL WS-ACK-EOF.
           CLOSE ACK-FILE.
       2200-EXIT.
           EXIT.

       2300-COUNT-ONE-LINE.
           READ ACK-FILE INTO GLACK-REJECT-REC
               AT END
                   MOVE 'Y' TO WS-ACK-EOF-SWITCH
                   GO TO 2300-EXIT
           END-READ.
           IF NOT GAR-TYPE-OK
               OR GAR-SUMA IS NOT NUMERIC
               MOVE 'Y' TO WS-BAD-LINE-SWITCH
               GO TO 2300-EXIT.
           ADD 1 TO WS-REJ-LEIDOS.
           IF GAR-SIGNO = '-'
               SUBTRACT GAR-SUMA FROM WS-REJ-TOTAL
           ELSE
               ADD GAR-SUMA TO WS-REJ-TOTAL
           END-IF.
           IF WS-RECH-TAB-COUNT NOT < WS-RECH-TAB-MAX
               MOVE 'Y' TO WS-RECH-FULL-SWITCH
               GO TO 2300-EXIT.
           ADD 1 TO WS-RECH-TAB-COUNT.
           MOVE GAR-NOMBRE TO RJT-NOMBRE (WS-RECH-TAB-COUNT).
           MOVE GAR-SUMA   TO RJT-SUMA (WS-RECH-TAB-COUNT).
           MOVE GAR-FECHA  TO RJT-FECHA (WS-RECH-TAB-COUNT).
           MOVE GAR-SIGNO  TO RJT-SIGNO (WS-RECH-TAB-COUNT).
           MOVE 'N'        TO RJT-HALLADA (WS-RECH-TAB-COUNT).
           MOVE ZERO       TO RJT-BATCH-NO (WS-RECH-TAB-COUNT).
           MOVE GAR-FECHA  TO RJT-MARCA-FECHA (WS-RECH-TAB-COUNT).
           MOVE ZERO       TO RJT-MARCA-HORA (WS-RECH-TAB-COUNT).
       2300-EXIT.
           EXIT.

      * The three files a rejected line is written back to.  They
      * are opened before the register is touched, so a failure
      * here stops the run with nothing marked and the answer can
      * simply be taken in again.
       2500-OPEN-APPLY-FILES.
           OPEN I-O PERS-FILE.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN PERSON MASTER, STATUS "
                   WS-PERS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND SUSP-FILE.
           IF WS-SUSP-FILE-STATUS NOT = "00"
               OPEN OUTPUT SUSP-FILE
           END-IF.
           IF WS-SUSP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN SUSPOUT, STATUS "
                   WS-SUSP-FILE-STATUS
               CLOSE PERS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2550-LOAD-XREF THRU 2550-EXIT.
           PERFORM 2600-SCAN-AUDIT-LOG THRU 2600-EXIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN AUDITLOG, STATUS "
                   WS-AUDIT-FILE-STATUS
               CLOSE PERS-FILE
               CLOSE SUSP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 2700-START-AUDIT-CHAIN THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

      * No cross-reference yet just means nobody was ever renamed.
       2550-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               GO TO 2550-EXIT.
           MOVE 'N' TO WS-XREF-EOF-SWITCH.
           PERFORM 2560-LOAD-ONE-XREF THRU 2560-EXIT
               UNTIL WS-XREF-EOF.
           CLOSE XREF-FILE.
       2550-EXIT.
           EXIT.

       2560-LOAD-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SWITCH
                   GO TO 2560-EXIT
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
       2560-EXIT.
           EXIT.

      * The log is read through before it is extended, to find the
      * last control record the back-out rows chain from.  Rows left
      * after it by a run that died are not this run's: they are
      * left for AUDVERIF, except on a log that never had a control
      * record, whose history is sealed first.  On the way through,
      * every posted row is offered to the rejected lines, so each
      * line learns the batch and moment it was posted in.
       2600-SCAN-AUDIT-LOG.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO 2600-EXIT.
           MOVE 'N' TO WS-AUD-EOF-SWITCH.
           PERFORM 2650-CHAIN-ONE-ROW THRU 2650-EXIT
               UNTIL WS-AUD-EOF.
           CLOSE AUDIT-FILE.
       2600-EXIT.
           EXIT.

       2650-CHAIN-ONE-ROW.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SWITCH
                   GO TO 2650-EXIT
           END-READ.
           IF AUD-CONTROL-REC
               MOVE 'Y'               TO WS-CHN-CTL-SWITCH
               MOVE AUD-CTL-SECUENCIA TO WS-CHN-ULT-SECUENCIA
               MOVE AUD-CTL-HASH      TO WS-CHN-ULT-HASH
               MOVE AUD-CTL-HASH      TO WS-CHN-SUELTAS-HASH
               MOVE ZERO              TO WS-CHN-SUELTAS
               MOVE ZERO              TO WS-CHN-SUELTAS-TOTAL
               GO TO 2650-EXIT.
           ADD 1 TO WS-CHN-SUELTAS.
           IF AUD-POSTED OR AUD-GL-BACKOUT
               IF AUD-OPER-SUBTRACT
                   SUBTRACT AUD-SUMA FROM WS-CHN-SUELTAS-TOTAL
               ELSE
                   ADD AUD-SUMA TO WS-CHN-SUELTAS-TOTAL
               END-IF
           END-IF.
           MOVE WS-CHN-SUELTAS-HASH TO WS-CHN-HASH.
           MOVE AUDIT-RECORD        TO WS-CHN-FILA.
           PERFORM 4350-HASH-AUDIT-ROW THRU 4350-EXIT.
           MOVE WS-CHN-HASH         TO WS-CHN-SUELTAS-HASH.
           IF AUD-POSTED
               MOVE 'N' TO WS-RECH-MATCH-SWITCH
               PERFORM 2680-MATCH-ONE-LINE THRU 2680-EXIT
                   VARYING WS-RECH-SUB FROM 1 BY 1
                   UNTIL WS-RECH-SUB > WS-RECH-TAB-COUNT
                   OR WS-RECH-MATCHED
           END-IF.
       2650-EXIT.
           EXIT.

       2680-MATCH-ONE-LINE.
           IF RJT-HALLADA (WS-RECH-SUB) = 'Y'
               OR RJT-NOMBRE (WS-RECH-SUB) NOT = AUD-NOMBRE
               OR RJT-SUMA (WS-RECH-SUB) NOT = AUD-SUMA
               OR RJT-FECHA (WS-RECH-SUB) NOT = AUD-FECHA
               GO TO 2680-EXIT.
           IF RJT-SIGNO (WS-RECH-SUB) = '-'
               AND NOT AUD-OPER-SUBTRACT
               GO TO 2680-EXIT.
           IF RJT-SIGNO (WS-RECH-SUB) NOT = '-'
               AND AUD-OPER-SUBTRACT
               GO TO 2680-EXIT.
           MOVE 'Y'          TO RJT-HALLADA (WS-RECH-SUB).
           MOVE AUD-BATCH-NO TO RJT-BATCH-NO (WS-RECH-SUB).
           MOVE AUD-FECHA    TO RJT-MARCA-FECHA (WS-RECH-SUB).
           MOVE AUD-HORA     TO RJT-MARCA-HORA (WS-RECH-SUB).
           MOVE 'Y'          TO WS-RECH-MATCH-SWITCH.
       2680-EXIT.
           EXIT.

       2700-START-AUDIT-CHAIN.
           MOVE WS-CHN-ULT-HASH TO WS-CHN-HASH-ANT.
           MOVE WS-CHN-ULT-HASH TO WS-CHN-HASH.
           IF WS-CHN-SUELTAS = ZERO
               GO TO 2700-EXIT.
           IF WS-CHN-CTL-SEEN
               DISPLAY "WARNING - " WS-CHN-SUELTAS " AUDIT ROWS "
                   "AFTER THE LAST CONTROL RECORD, RUN AUDVERIF"
               GO TO 2700-EXIT.
           MOVE 'L'                  TO WS-CHN-TIPO.
           MOVE WS-CHN-SUELTAS       TO WS-CHN-COUNT.
           MOVE WS-CHN-SUELTAS-TOTAL TO WS-CHN-TOTAL.
           MOVE WS-CHN-SUELTAS-HASH  TO WS-CHN-HASH.
           PERFORM 4390-WRITE-AUDIT-CONTROL THRU 4390-EXIT.
       2700-EXIT.
           EXIT.

      * One pass over the register onto the work file: the answered
      * entry takes its answer, earlier unanswered sequences of the
      * same date are superseded by it, and every entry still
      * waiting is aged against the card's limit.  The work file
      * then becomes the register, the same copy-out and reload
      * the GL cutover uses on the staging file.
       3000-UPDATE-REGISTER.
           MOVE 'N' TO WS-XMIT-EOF-SWITCH.
           OPEN INPUT XMIT-FILE.
           IF WS-XMIT-FILE-STATUS = "35"
               DISPLAY "WARNING - NO TRANSMISSION REGISTER YET"
               GO TO 3000-EXIT.
           IF WS-XMIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN GLXMITRG, STATUS "
                   WS-XMIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT.
           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN GLXWORK, STATUS "
                   WS-WORK-FILE-STATUS
               DISPLAY "REGISTER LEFT UNTOUCHED"
               CLOSE XMIT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT.
           PERFORM 3100-UPDATE-ONE-ENTRY THRU 3100-EXIT
               UNTIL WS-XMIT-EOF.
           CLOSE XMIT-FILE.
           CLOSE WORK-FILE.
           PERFORM 3500-RELOAD-REGISTER THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

       3100-UPDATE-ONE-ENTRY.
           READ XMIT-FILE
               AT END
                   MOVE 'Y' TO WS-XMIT-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
      * Entries written before the answer fields existed read back
      * blank; they go back out as zero.
           IF XMIT-ACK-FECHA IS NOT NUMERIC
               MOVE ZERO TO XMIT-ACK-FECHA
           END-IF.
           IF XMIT-ACK-COUNT IS NOT NUMERIC
               MOVE ZERO TO XMIT-ACK-COUNT
           END-IF.
           IF XMIT-ACK-TOTAL IS NOT NUMERIC
               MOVE ZERO TO XMIT-ACK-TOTAL
           END-IF.
           IF XMIT-RECH-COUNT IS NOT NUMERIC
               MOVE ZERO TO XMIT-RECH-COUNT
           END-IF.

           IF WS-MARK-ENTRY
               AND XMIT-FECHA = WS-ACK-FECHA
               AND XMIT-SECUENCIA = WS-ACK-SECUENCIA
               MOVE WS-ACK-ESTADO   TO XMIT-ACK-STATUS
               MOVE WS-RUN-DATE     TO XMIT-ACK-FECHA
               MOVE GAH-ACEPT-COUNT TO XMIT-ACK-COUNT
               MOVE GAH-ACEPT-TOTAL TO XMIT-ACK-TOTAL
               MOVE WS-REJ-LEIDOS   TO XMIT-RECH-COUNT
           ELSE
               IF WS-MARK-ENTRY AND WS-ACK-ANSWERED
                   AND XMIT-FECHA = WS-ACK-FECHA
                   AND XMIT-SECUENCIA < WS-ACK-SECUENCIA
                   AND (XMIT-ACK-PENDING OR XMIT-ACK-NONE)
                   MOVE 'S' TO XMIT-ACK-STATUS
                   MOVE WS-RUN-DATE TO XMIT-ACK-FECHA
                   ADD 1 TO WS-REEMPLAZADAS
               END-IF
           END-IF.

           IF XMIT-ACK-PENDING OR XMIT-ACK-NONE
               PERFORM 3200-AGE-ENTRY THRU 3200-EXIT
           END-IF.
           WRITE WORK-RECORD FROM XMIT-RECORD.
       3100-EXIT.
           EXIT.

       3200-AGE-ENTRY.
           MOVE ZERO TO WS-XMIT-ENTERO.
           IF XMIT-RUN-FECHA IS NUMERIC
               AND XMIT-RUN-FECHA NOT = ZERO
               COMPUTE WS-XMIT-ENTERO =
                   FUNCTION INTEGER-OF-DATE (XMIT-RUN-FECHA)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-XMIT-ENTERO
               END-COMPUTE
           END-IF.
           IF WS-XMIT-ENTERO = ZERO
               COMPUTE WS-DIAS = WS-DIAS-LIMITE + 1
           ELSE
               COMPUTE WS-DIAS = WS-RUN-ENTERO - WS-XMIT-ENTERO
           END-IF.
           IF WS-DIAS <= WS-DIAS-LIMITE
               GO TO 3200-EXIT.
           MOVE 'N' TO XMIT-ACK-STATUS.
           ADD 1 TO WS-VENCIDAS.
           IF WS-VENCIDAS = 1
               PERFORM 8700-CHECK-PAGE THRU 8700-EXIT
               WRITE RPT-RECORD FROM RPT-XMIT-HEADING
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           MOVE XMIT-FECHA     TO RPTV-FECHA.
           MOVE XMIT-SECUENCIA TO RPTV-SECUENCIA.
           MOVE XMIT-RUN-FECHA TO RPTV-RUN-FECHA.
           MOVE WS-DIAS        TO RPTV-DIAS.
           IF XMIT-RESEND = 'R'
               MOVE "SIN RESP. (REENV)" TO RPTV-ESTADO
           ELSE
               MOVE "SIN RESPUESTA" TO RPTV-ESTADO
           END-IF.
           PERFORM 8700-CHECK-PAGE THRU 8700-EXIT.
           WRITE RPT-RECORD FROM RPT-XMIT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3200-EXIT.
           EXIT.

      * The work file must be back before the register is opened
      * for output: once that open happens the old register is
      * gone, and its entries exist only on GLXWORK.
       3500-RELOAD-REGISTER.
           MOVE 'N' TO WS-WORK-EOF-SWITCH.
           OPEN INPUT WORK-FILE.
           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT REOPEN GLXWORK, STATUS "
                   WS-WORK-FILE-STATUS
               DISPLAY "REGISTER LEFT UNTOUCHED"
               MOVE 16 TO RETURN-CODE
               GO TO 3500-EXIT.
           OPEN OUTPUT XMIT-FILE.
           IF WS-XMIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN GLXMITRG, STATUS "
                   WS-XMIT-FILE-STATUS
               DISPLAY "REGISTER NOT REWRITTEN - ENTRIES ARE ON GLXWORK"
               MOVE 16 TO RETURN-CODE
               CLOSE WORK-FILE
               GO TO 3500-EXIT.
           MOVE 'Y' TO WS-REG-OK-SWITCH.
           PERFORM 3600-COPY-ONE-ENTRY THRU 3600-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE XMIT-FILE.
           CLOSE WORK-FILE.
           IF NOT WS-REG-OK
               DISPLAY "REGISTER NOT REWRITTEN - ENTRIES ARE ON GLXWORK"
               MOVE 16 TO RETURN-CODE
           END-IF.
       3500-EXIT.
           EXIT.

      * A write that fails leaves the register short: the answer is
      * not applied and the entries are restored from GLXWORK.
       3600-COPY-ONE-ENTRY.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
                   GO TO 3600-EXIT
           END-READ.
           WRITE XMIT-RECORD FROM WORK-RECORD.
           IF WS-XMIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT WRITE GLXMITRG, STATUS "
                   WS-XMIT-FILE-STATUS
               MOVE 'N' TO WS-REG-OK-SWITCH
           END-IF.
       3600-EXIT.
           EXIT.

      * Second pass over the answer: every rejected line goes back
      * to suspense, and the posting behind it comes off the
      * person's balance with a 'G' audit row that says so.
       4000-APPLY-REJECTS.
           OPEN INPUT ACK-FILE.
           IF WS-ACK-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT REOPEN " WS-ACK-DSN
                   ", STATUS " WS-ACK-FILE-STATUS
               DISPLAY "REJECTED LINES NOT APPLIED - REGISTER SHOWS "
                   "THE ANSWER, APPLY BY HAND"
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT.
           READ ACK-FILE
               AT END
                   CONTINUE
           END-READ.
           PERFORM 8700-CHECK-PAGE THRU 8700-EXIT.
           WRITE RPT-RECORD FROM RPT-REJ-HEADING
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           MOVE 'N' TO WS-ACK-EOF-SWITCH.
           PERFORM 4100-APPLY-ONE-LINE THRU 4100-EXIT
               UNTIL WS-ACK-EOF.
           CLOSE ACK-FILE.
       4000-EXIT.
           EXIT.

       4100-APPLY-ONE-LINE.
           READ ACK-FILE INTO GLACK-REJECT-REC
               AT END
                   MOVE 'Y' TO WS-ACK-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-RECH-LINEA.
           MOVE 'N' TO WS-BACKOUT-SWITCH.
      * A line with no posted row left on the log (archived, or
      * never posted here) is still backed out, but its 'G' row
      * cannot say which batch it undoes.
           IF RJT-HALLADA (WS-RECH-LINEA) NOT = 'Y'
               ADD 1 TO WS-RECH-SIN-FILA
               DISPLAY "WARNING - NO POSTED ROW ON THE LOG FOR "
                   GAR-NOMBRE " " GAR-SUMA ", BACK-OUT CARRIES NO "
                   "BATCH"
           END-IF.
           MOVE GAR-NOMBRE TO WS-MAP-NOMBRE.
           MOVE RJT-MARCA (WS-RECH-LINEA) TO WS-MAP-MARCA.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           MOVE WS-MAP-NOMBRE TO PM-NOMBRE.
           READ PERS-FILE
               INVALID KEY
                   ADD 1 TO WS-RECH-SIN-MAESTRO
                   MOVE 'Y' TO WS-BACKOUT-SWITCH
                   MOVE "SIN MAESTRO" TO RPTR-RESULTADO
               NOT INVALID KEY
                   PERFORM 4300-BACK-OUT-POSTING THRU 4300-EXIT
           END-READ.
      * A line whose balance could not be backed out stays where
      * it is: sending it to suspense would post it a second time.
           IF WS-BACKOUT-FAILED
               ADD 1 TO WS-RECH-NO-REVERTIDOS
           ELSE
               PERFORM 4200-WRITE-SUSPENSE THRU 4200-EXIT
               ADD 1 TO WS-RECH-APLICADOS
               MOVE "A SUSPENSO" TO RPTR-RESULTADO
           END-IF.

           MOVE GAR-NOMBRE       TO RPTR-NOMBRE.
           MOVE GAR-SIGNO        TO RPTR-SIGNO.
           MOVE GAR-SUMA         TO RPTR-SUMA.
           MOVE GAR-CUENTA       TO RPTR-CUENTA.
           MOVE GAR-MOTIVO       TO RPTR-MOTIVO.
           MOVE GAR-MOTIVO-TEXTO TO RPTR-TEXTO.
           PERFORM 8700-CHECK-PAGE THRU 8700-EXIT.
           WRITE RPT-RECORD FROM RPT-REJ-LINE
               AFTER ADVANCING 1 LINE.
           WRITE RPT-RECORD FROM RPT-REJ-TEXT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.
       4100-EXIT.
           EXIT.

      * The line comes back as the amount the GL saw, posted the
      * way the GL saw it: a '-' line is a subtract.  The effective
      * date is left zero so the resubmission posts on its own run
      * date, whatever day the original went out.
       4200-WRITE-SUSPENSE.
           MOVE PM-NOMBRE   TO SUS-NOMBRE.
           MOVE ZERO        TO SUS-NUMERO-1.
           MOVE GAR-SUMA    TO SUS-NUMERO-2.
           MOVE '09'        TO SUS-REASON.
           MOVE WS-RUN-DATE TO SUS-FECHA.
           MOVE ZERO        TO SUS-BATCH-NO.
           IF GAR-SIGNO = '-'
               MOVE 'S' TO SUS-OPER
           ELSE
               MOVE 'A' TO SUS-OPER
           END-IF.
           MOVE ZERO        TO SUS-FECHA-EFF.
           WRITE SUSP-RECORD.
       4200-EXIT.
           EXIT.

       4300-BACK-OUT-POSTING.
           IF GAR-SIGNO = '-'
               ADD GAR-SUMA TO PM-SALDO
               MOVE 'A' TO AUD-OPER
           ELSE
               SUBTRACT GAR-SUMA FROM PM-SALDO
               MOVE 'S' TO AUD-OPER
           END-IF.
           REWRITE PERS-RECORD
               INVALID KEY
                   DISPLAY "ERROR - CANNOT REWRITE " PM-NOMBRE
                       ", STATUS " WS-PERS-FILE-STATUS
                   MOVE 'Y' TO WS-BACKOUT-SWITCH
                   MOVE "NO REVERTIDO" TO RPTR-RESULTADO
                   GO TO 4300-EXIT
           END-REWRITE.
           MOVE PM-NOMBRE   TO AUD-NOMBRE.
           MOVE ZERO        TO AUD-NUMERO-1.
           MOVE GAR-SUMA    TO AUD-NUMERO-2.
           MOVE GAR-SUMA    TO AUD-SUMA.
           MOVE 'G'         TO AUD-STATUS.
           MOVE WS-RUN-DATE TO AUD-FECHA.
           MOVE WS-RUN-TIME TO AUD-HORA.
           MOVE RJT-BATCH-NO (WS-RECH-LINEA) TO AUD-BATCH-NO.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-CHN-COUNT.
           IF AUD-OPER-SUBTRACT
               SUBTRACT AUD-SUMA FROM WS-CHN-TOTAL
           ELSE
               ADD AUD-SUMA TO WS-CHN-TOTAL
           END-IF.
           MOVE AUDIT-RECORD TO WS-CHN-FILA.
           PERFORM 4350-HASH-AUDIT-ROW THRU 4350-EXIT.
       4300-EXIT.
           EXIT.

       4350-HASH-AUDIT-ROW.
           PERFORM 4360-HASH-ONE-BYTE THRU 4360-EXIT
               VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 80.
       4350-EXIT.
           EXIT.

       4360-HASH-ONE-BYTE.
           COMPUTE WS-CHN-WORK = WS-CHN-HASH * 131
               + FUNCTION ORD (WS-CHN-FILA (WS-CHN-SUB:1)).
           DIVIDE WS-CHN-WORK BY WS-CHN-PRIMO
               GIVING WS-CHN-COCIENTE REMAINDER WS-CHN-HASH.
       4360-EXIT.
           EXIT.

      * The control record closes the segment and becomes the link
      * the next segment chains from.
       4390-WRITE-AUDIT-CONTROL.
           MOVE SPACES               TO AUDIT-RECORD.
           ADD 1 WS-CHN-ULT-SECUENCIA GIVING AUD-CTL-SECUENCIA.
           MOVE WS-CHN-COUNT         TO AUD-CTL-COUNT.
           MOVE WS-CHN-TOTAL         TO AUD-CTL-TOTAL.
           MOVE WS-CHN-HASH-ANT      TO AUD-CTL-HASH-ANT.
           MOVE WS-CHN-HASH          TO AUD-CTL-HASH.
           MOVE WS-CHN-TIPO          TO AUD-CTL-TIPO.
           MOVE 'C'                  TO AUD-STATUS.
           MOVE WS-RUN-DATE          TO AUD-FECHA.
           MOVE WS-RUN-TIME          TO AUD-HORA.
           MOVE ZERO                 TO AUD-BATCH-NO.
           WRITE AUDIT-RECORD.
           MOVE AUD-CTL-SECUENCIA    TO WS-CHN-ULT-SECUENCIA.
           MOVE WS-CHN-HASH          TO WS-CHN-ULT-HASH.
           MOVE WS-CHN-HASH          TO WS-CHN-HASH-ANT.
           MOVE ZERO                 TO WS-CHN-COUNT.
           MOVE ZERO                 TO WS-CHN-TOTAL.
           MOVE 'R'                  TO WS-CHN-TIPO.
           PERFORM 4395-WRITE-AUDIT-ANCHOR THRU 4395-EXIT.
       4390-EXIT.
           EXIT.

      * The anchor outside the log follows every control record, as
      * in the batch run.
       4395-WRITE-AUDIT-ANCHOR.
           MOVE WS-CHN-ULT-SECUENCIA TO ANC-SECUENCIA.
           MOVE WS-CHN-ULT-HASH      TO ANC-HASH.
           MOVE WS-RUN-DATE          TO ANC-FECHA.
           MOVE WS-RUN-TIME          TO ANC-HORA.
           MOVE "GLACKREC"           TO ANC-PROGRAMA.
           OPEN OUTPUT ANCLA-FILE.
           IF WS-ANCLA-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - CANNOT WRITE AUDANCLA, STATUS "
                   WS-ANCLA-FILE-STATUS ", RUN AUDVERIF"
               GO TO 4395-EXIT.
           WRITE ANCLA-RECORD.
           CLOSE ANCLA-FILE.
       4395-EXIT.
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
           IF WS-MAP-NOMBRE NOT = XRT-NOMBRE-ANT (WS-XREF-SUB)
               GO TO 5100-EXIT.
           IF WS-MAP-MARCA NOT > XRT-MARCA (WS-XREF-SUB)
               MOVE XRT-NOMBRE-NUEVO (WS-XREF-SUB) TO WS-MAP-NOMBRE
           END-IF.
       5100-EXIT.
           EXIT.

       8500-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPTH-PAGE.
           MOVE WS-RUN-DATE   TO RPTH-FECHA.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.

           MOVE ZERO TO WS-LINE-COUNT.
       8500-EXIT.
           EXIT.

      * An answer that cannot be taken in leaves the register entry
      * as it was (an answer that does not tie is marked 'X' so it
      * shows), and the job ends 12 for somebody to look at it.
       8600-ANSWER-REFUSED.
           DISPLAY "GLACKREC - " RPTX-RESULT.
           WRITE RPT-RECORD FROM RPT-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           IF RETURN-CODE < 12
               MOVE 12 TO RETURN-CODE
           END-IF.
       8600-EXIT.
           EXIT.

       8700-CHECK-PAGE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 8500-WRITE-HEADINGS THRU 8500-EXIT
           END-IF.
       8700-EXIT.
           EXIT.

       9000-TERMINATE.
           MOVE WS-RECH-APLICADOS   TO RPTT-APLICADOS.
           MOVE WS-RECH-SIN-FILA    TO RPTT-SIN-FILA.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-VENCIDAS         TO RPTT-VENCIDAS.
           MOVE WS-REEMPLAZADAS     TO RPTT-REEMPLAZADAS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-RECH-NO-REVERTIDOS TO RPTT-NO-REVERTIDOS.
           MOVE WS-RECH-SIN-MAESTRO   TO RPTT-SIN-MAESTRO.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-3
               AFTER ADVANCING 1 LINE.

           IF WS-APPLY-REJECTS
               CLOSE PERS-FILE
               CLOSE SUSP-FILE
               IF WS-CHN-COUNT > ZERO
                   PERFORM 4390-WRITE-AUDIT-CONTROL THRU 4390-EXIT
               END-IF
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE RPT-FILE.

      * A rejected line whose person is gone, or whose rewrite
      * failed, is neither backed out nor in suspense; somebody has
      * to see to it.
           IF WS-RECH-NO-REVERTIDOS > ZERO
               DISPLAY "GLACKREC - " WS-RECH-NO-REVERTIDOS
                   " REJECTED LINES NOT BACKED OUT, SEE REPORT"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-VENCIDAS > ZERO
               DISPLAY "GLACKREC - " WS-VENCIDAS
                   " TRANSMISSIONS UNANSWERED PAST "
                   WS-DIAS-LIMITE " DAYS"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
