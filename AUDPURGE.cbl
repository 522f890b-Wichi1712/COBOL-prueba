      *          archive file (AUDARCH.yyyymm), and rewrites the live
      *          log holding only the open period, so the daily jobs
      *          and the duplicate check keep reading a short file.
      *          Before anything moves, the live log's control-record
      *          chain is walked: a log that fails it (missing,
      *          altered or unclosed segments) is not purged.  Each
      *          control record goes with the rows of its segment,
      *          and the rewritten live log is headed by a bridge
      *          record repeating the last control archived, so the
      *          chain still runs from the archives into the log.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      *                 same way: any open failure abandons the
      *                 close with return code 8 before the live
      *                 log can be truncated.
      * 15/10/2026 WCG  Statements carry the GL back-out rows ('G')
      *                 too, marked as such, so the month's net total
      *                 matches the balance movement.
      * 15/10/2026 WCG  Follow PERSXREF: rows posted under a name
      *                 PERSREN later renamed or merged go on the
      *                 statement of the person who holds the balance
      *                 now, showing the name they were posted under.
      * 15/10/2026 WCG  Verify the log's control-record chain before
      *                 the close and abandon it with return code 8
      *                 when it fails; archive control records with
      *                 their segment, re-issue a split legacy seal
      *                 over the rows retained, and head the new log
      *                 with a bridge record ('B') repeating the last
      *                 control archived.  Rows of earlier months
      *                 still on the log now go to the archive being
      *                 closed, so the cut falls at one point of the
      *                 chain.
      * 15/10/2026 WCG  The log must also reach the audit log anchor
      *                 (AUDANCLA) before it is closed, and the anchor
      *                 is rewritten from the last control record on
      *                 the new live log.
      * 15/10/2026 WCG  A legacy seal is no longer split or re-issued:
      *                 one whose rows straddle the closing month is
      *                 kept whole on the live log under its own seal,
      *                 with everything after it, until a later close.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDPURGE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT ANCLA-FILE ASSIGN TO AUDANCLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCLA-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT RPT-FILE ASSIGN TO STMTRPT
           LABEL RECORDS ARE STANDARD.
       01  WORK-RECORD                      PIC X(80).

       FD  ANCLA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDANCLA.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSXREF.

      * The audit row with its NOMBRE carried through PERSXREF to
      * the person who holds the balance now, and the name it was
      * actually posted under kept alongside for the statement.
       SD  SORT-FILE.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==SORT-AUDIT-REC==
                         LEADING ==AUD== BY ==SRT==.
           05  SRT-NOMBRE-ORIG              PIC X(30).

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  WS-ARCH-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-WORK-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-XREF-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-ANCLA-FILE-STATUS             PIC X(02)   VALUE SPACES.

       01  WS-ARCH-DSN                      PIC X(30)   VALUE SPACES.

               88  WS-WORK-EOF               VALUE 'Y'.
           05  WS-PERSON-OPEN-SWITCH        PIC X(01)   VALUE 'N'.
               88  WS-PERSON-OPEN            VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-XREF-EOF               VALUE 'Y'.
           05  WS-XREF-FULL-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-XREF-TABLE-FULL        VALUE 'Y'.
           05  WS-PUENTE-SWITCH             PIC X(01)   VALUE 'N'.
               88  WS-PUENTE-KNOWN           VALUE 'Y'.
           05  WS-ANC-SWITCH                PIC X(01)   VALUE 'N'.
               88  WS-ANC-PRESENT            VALUE 'Y'.
           05  WS-ANC-VISTO-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-ANC-VISTO              VALUE 'Y'.
           05  WS-ANC-NUEVA-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-ANC-NUEVA              VALUE 'Y'.

       01  WS-CIERRE-MES                    PIC X(06)   VALUE SPACES.
       01  WS-CIERRE-MM                     PIC X(02)   VALUE SPACES.

       01  WS-NOMBRE-ACTUAL                 PIC X(30)   VALUE SPACES.

      * The name changes PERSREN has applied, in the order it applied
      * them.  A row is carried across every change made at or after
      * the moment it was posted.
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

      * Audit log chain, walked once before the close.  Every byte of
      * a row is folded into the running hash exactly as the writers
      * fold it: h = (h * 131 + byte) mod 999999999989.  Each segment
      * is also counted on both sides of the cut, since a segment
      * must go to the archive or stay on the log whole.
       01  WS-AUD-CHAIN.
           05  WS-CHN-CTL-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-CHN-CTL-SEEN           VALUE 'Y'.
           05  WS-CHN-RET-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-CHN-RET-SEEN           VALUE 'Y'.
           05  WS-LEGADO-SWITCH             PIC X(01)   VALUE 'N'.
               88  WS-LEGADO-RETENIDO        VALUE 'Y'.
           05  WS-CHN-ULT-SECUENCIA         PIC 9(07)   VALUE ZERO.
           05  WS-CHN-ULT-HASH              PIC 9(12)   VALUE ZERO.
           05  WS-CHN-COUNT                 PIC 9(07)   VALUE ZERO.
           05  WS-CHN-TOTAL                 PIC S9(15)  VALUE ZERO.
           05  WS-CHN-ARCHIVADAS            PIC 9(07)   VALUE ZERO.
           05  WS-CHN-RETENIDAS             PIC 9(07)   VALUE ZERO.
           05  WS-CHN-FALLAS                PIC 9(07)   VALUE ZERO.
           05  WS-CHN-HASH                  PIC 9(12)   VALUE ZERO.
           05  WS-CHN-WORK                  PIC 9(15)   VALUE ZERO.
           05  WS-CHN-COCIENTE              PIC 9(15)   VALUE ZERO.
           05  WS-CHN-PRIMO                 PIC 9(12)
                                            VALUE 999999999989.
           05  WS-CHN-SUB                   PIC 9(03)   VALUE ZERO.
       01  WS-CHN-FILA                      PIC X(80)   VALUE SPACES.
       01  WS-CHN-ESTADO                    PIC X(30)   VALUE SPACES.

      * The last control record archived (or, when this close
      * archives none, the bridge the log was headed by): written
      * back at the head of the new live log as its bridge.
       01  WS-PUENTE-REC                    PIC X(80)   VALUE SPACES.

      * The anchor outside the log: the hash the log carries on the
      * control record with the anchor's sequence, and the last
      * control record written to the new live log, which becomes
      * the new anchor.
       01  WS-ANC-FIELDS.
           05  WS-ANC-HASH-LOG              PIC 9(12)   VALUE ZERO.
           05  WS-ANC-NUEVA-SECUENCIA       PIC 9(07)   VALUE ZERO.
           05  WS-ANC-NUEVO-HASH            PIC 9(12)   VALUE ZERO.
           05  WS-ANC-FECHA                 PIC 9(08)   VALUE ZERO.
           05  WS-ANC-HORA                  PIC 9(08)   VALUE ZERO.

       01  WS-PERSON-TOTALS.
           05  WS-PER-SUMA                  PIC S9(15)  VALUE ZERO.
           05  WS-PER-MOVTOS                PIC 9(07)   VALUE ZERO.
       01  WS-CLOSE-TOTALS.
           05  WS-ROWS-ARCHIVED             PIC 9(07)   VALUE ZERO.
           05  WS-ROWS-RETAINED             PIC 9(07)   VALUE ZERO.
           05  WS-ROWS-HELD                 PIC 9(07)   VALUE ZERO.
           05  WS-STMT-COUNT                PIC 9(07)   VALUE ZERO.

       01  WS-REPORT-COUNTERS.
                   VALUE "OP".
           05  FILLER                       PIC X(06)
                   VALUE "LOTE".
           05  FILLER                       PIC X(15)   VALUE SPACES.
           05  FILLER                       PIC X(15)
                   VALUE "REGISTRADO COMO".

       01  RPT-DETAIL-LINE.
           05  RPTD-FECHA                   PIC 9(08).
           05  RPTD-OPER                    PIC X(01).
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  RPTD-LOTE                    PIC 9(06).
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTD-MARCA                   PIC X(12).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-NOMBRE-ORIG             PIC X(30).

       01  RPT-PERSON-TOTAL-1.
           05  FILLER                       PIC X(11)
       1000-INITIALIZE.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           PERFORM 1030-LOAD-XREF THRU 1030-EXIT.
           IF WS-MES-OK
               PERFORM 1100-VERIFY-LOG THRU 1100-EXIT
           END-IF.
           IF WS-MES-OK AND WS-LOG-OK
               STRING "AUDARCH." WS-CIERRE-MES
                   DELIMITED BY SIZE INTO WS-ARCH-DSN
               PERFORM 1020-OPEN-ARCHIVE THRU 1020-EXIT
       1010-EXIT.
           EXIT.

      * No cross-reference yet just means nobody was ever renamed.
       1030-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               GO TO 1030-EXIT.
           MOVE 'N' TO WS-XREF-EOF-SWITCH.
           PERFORM 1040-LOAD-ONE-XREF THRU 1040-EXIT
               UNTIL WS-XREF-EOF.
           CLOSE XREF-FILE.
       1030-EXIT.
           EXIT.

       1040-LOAD-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SWITCH
                   GO TO 1040-EXIT
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
       1040-EXIT.
           EXIT.

      ******************************************************************
      * Chain verification of the live log, the same walk AUDVERIF
      * makes: sequence, link to the previous control, count, net
      * total and hash of every segment.  The log must open with its
      * bridge or with a segment chained from zero, and every row
      * must be closed by a control record.  A segment whose rows
      * straddle the closing month, or a closing-month segment after
      * a later one, cannot be cut cleanly either.  The one segment
      * that may straddle the month is the legacy seal, which covers
      * whatever the log held when the chain began: it is noted, and
      * kept whole on the log with everything after it.  The log
      * must also reach the control
      * record the anchor names, or segments have been cut off its
      * end.  Any failure abandons the close before a single row has
      * moved.  A log from before control records existed has
      * nothing to verify and closes as it always did.
      ******************************************************************
       1100-VERIFY-LOG.
           PERFORM 1180-READ-ANCHOR THRU 1180-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN AUDITLOG, STATUS "
                   WS-AUDIT-FILE-STATUS
               DISPLAY "CLOSE ABANDONED - LOG LEFT UNTOUCHED"
               MOVE 'N' TO WS-LOG-OK-SWITCH
               GO TO 1100-EXIT.
           MOVE 'N' TO WS-AUD-EOF-SWITCH.
           PERFORM 1110-VERIFY-ONE-ROW THRU 1110-EXIT
               UNTIL WS-AUD-EOF.
           CLOSE AUDIT-FILE.

           IF NOT WS-CHN-CTL-SEEN
               DISPLAY "WARNING - AUDIT LOG HAS NO CONTROL RECORDS, "
                   "CHAIN NOT VERIFIED"
               GO TO 1190-VERIFY-RESULT.
           IF WS-CHN-COUNT > ZERO
               DISPLAY "ERROR - " WS-CHN-COUNT " AUDIT ROWS AFTER "
                   "THE LAST CONTROL RECORD"
               ADD 1 TO WS-CHN-FALLAS
           END-IF.
           PERFORM 1185-CHECK-ANCHOR THRU 1185-EXIT.
       1190-VERIFY-RESULT.
           IF WS-CHN-FALLAS > ZERO
               DISPLAY "ERROR - AUDIT LOG FAILS CHAIN VERIFICATION, "
                   "RUN AUDVERIF"
               DISPLAY "CLOSE ABANDONED - LOG LEFT UNTOUCHED"
               MOVE 'N' TO WS-LOG-OK-SWITCH
           END-IF.
           MOVE ZERO TO WS-CHN-ARCHIVADAS.
           MOVE ZERO TO WS-CHN-RETENIDAS.
       1100-EXIT.
           EXIT.

       1110-VERIFY-ONE-ROW.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.
           IF AUD-CONTROL-REC
               PERFORM 1120-VERIFY-CONTROL THRU 1120-EXIT
               GO TO 1110-EXIT.
           ADD 1 TO WS-CHN-COUNT.
           IF AUD-FECHA (1:6) NOT > WS-CIERRE-MES
               ADD 1 TO WS-CHN-ARCHIVADAS
           ELSE
               ADD 1 TO WS-CHN-RETENIDAS
           END-IF.
           IF AUD-POSTED OR AUD-GL-BACKOUT
               IF AUD-OPER-SUBTRACT
                   SUBTRACT AUD-SUMA FROM WS-CHN-TOTAL
               ELSE
                   ADD AUD-SUMA TO WS-CHN-TOTAL
               END-IF
           END-IF.
           MOVE AUDIT-RECORD TO WS-CHN-FILA.
           PERFORM 1150-HASH-AUDIT-ROW THRU 1150-EXIT.
       1110-EXIT.
           EXIT.

       1120-VERIFY-CONTROL.
           MOVE SPACES TO WS-CHN-ESTADO.
           IF AUD-CTL-PUENTE
               IF WS-CHN-COUNT > ZERO
                   MOVE "ROWS AHEAD OF THE BRIDGE" TO WS-CHN-ESTADO
               END-IF
               IF WS-CHN-CTL-SEEN
                   MOVE "BRIDGE INSIDE THE LOG" TO WS-CHN-ESTADO
               END-IF
               GO TO 1140-RESYNC.
           IF NOT WS-CHN-CTL-SEEN
               AND AUD-CTL-HASH-ANT NOT = ZERO
               MOVE "LOG HEAD MISSING" TO WS-CHN-ESTADO
               GO TO 1130-CHECK-CUT.
           IF AUD-CTL-SECUENCIA NOT = WS-CHN-ULT-SECUENCIA + 1
               MOVE "OUT OF SEQUENCE" TO WS-CHN-ESTADO
               GO TO 1130-CHECK-CUT.
           IF AUD-CTL-HASH-ANT NOT = WS-CHN-ULT-HASH
               MOVE "BROKEN LINK" TO WS-CHN-ESTADO
               GO TO 1130-CHECK-CUT.
           IF AUD-CTL-COUNT NOT = WS-CHN-COUNT
               MOVE "ROW COUNT DIFFERS" TO WS-CHN-ESTADO
               GO TO 1130-CHECK-CUT.
           IF AUD-CTL-TOTAL NOT = WS-CHN-TOTAL
               MOVE "NET TOTAL DIFFERS" TO WS-CHN-ESTADO
               GO TO 1130-CHECK-CUT.
           IF AUD-CTL-HASH NOT = WS-CHN-HASH
               MOVE "SEGMENT ALTERED" TO WS-CHN-ESTADO
           END-IF.
      * An empty segment goes by the date of its control record.
       1130-CHECK-CUT.
           IF WS-CHN-COUNT = ZERO
               IF AUD-FECHA (1:6) NOT > WS-CIERRE-MES
                   MOVE 1 TO WS-CHN-ARCHIVADAS
               ELSE
                   MOVE 1 TO WS-CHN-RETENIDAS
               END-IF
           END-IF.
           IF WS-CHN-ESTADO = SPACES
               AND AUD-CTL-LEGADO
               AND WS-CHN-ARCHIVADAS > ZERO
               AND WS-CHN-RETENIDAS > ZERO
               MOVE 'Y' TO WS-LEGADO-SWITCH
               DISPLAY "AUDPURGE - LEGACY SEAL " AUD-CTL-SECUENCIA
                   " SPANS THE CLOSING MONTH, KEPT WHOLE ON THE LOG"
           END-IF.
           IF WS-CHN-ESTADO = SPACES
               AND WS-CHN-ARCHIVADAS > ZERO
               AND WS-CHN-RETENIDAS > ZERO
               AND NOT WS-LEGADO-RETENIDO
               MOVE "SEGMENT SPANS THE CLOSING MONTH"
                   TO WS-CHN-ESTADO
           END-IF.
           IF WS-CHN-ESTADO = SPACES
               AND WS-CHN-ARCHIVADAS > ZERO
               AND WS-CHN-RET-SEEN
               AND NOT WS-LEGADO-RETENIDO
               MOVE "SEGMENT AFTER A LATER MONTH" TO WS-CHN-ESTADO
           END-IF.
           IF WS-CHN-RETENIDAS > ZERO
               MOVE 'Y' TO WS-CHN-RET-SWITCH
           END-IF.
       1140-RESYNC.
           IF WS-CHN-ESTADO NOT = SPACES
               DISPLAY "ERROR - AUDIT CONTROL " AUD-CTL-SECUENCIA
                   " OF " AUD-FECHA ": " WS-CHN-ESTADO
               ADD 1 TO WS-CHN-FALLAS
           END-IF.
           IF WS-ANC-PRESENT
               AND AUD-CTL-SECUENCIA = ANC-SECUENCIA
               MOVE 'Y'          TO WS-ANC-VISTO-SWITCH
               MOVE AUD-CTL-HASH TO WS-ANC-HASH-LOG
           END-IF.
           MOVE 'Y'               TO WS-CHN-CTL-SWITCH.
           MOVE AUD-CTL-SECUENCIA TO WS-CHN-ULT-SECUENCIA.
           MOVE AUD-CTL-HASH      TO WS-CHN-ULT-HASH.
           MOVE AUD-CTL-HASH      TO WS-CHN-HASH.
           MOVE ZERO              TO WS-CHN-COUNT.
           MOVE ZERO              TO WS-CHN-TOTAL.
           MOVE ZERO              TO WS-CHN-ARCHIVADAS.
           MOVE ZERO              TO WS-CHN-RETENIDAS.
       1120-EXIT.
           EXIT.

       1150-HASH-AUDIT-ROW.
           PERFORM 1160-HASH-ONE-BYTE THRU 1160-EXIT
               VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 80.
       1150-EXIT.
           EXIT.

       1160-HASH-ONE-BYTE.
           COMPUTE WS-CHN-WORK = WS-CHN-HASH * 131
               + FUNCTION ORD (WS-CHN-FILA (WS-CHN-SUB:1)).
           DIVIDE WS-CHN-WORK BY WS-CHN-PRIMO
               GIVING WS-CHN-COCIENTE REMAINDER WS-CHN-HASH.
       1160-EXIT.
           EXIT.

      * No anchor yet means no control record has been written since
      * the anchor was introduced; the end of the log goes unchecked.
       1180-READ-ANCHOR.
           OPEN INPUT ANCLA-FILE.
           IF WS-ANCLA-FILE-STATUS NOT = "00"
               GO TO 1180-EXIT.
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
       1180-EXIT.
           EXIT.

      * The same test AUDVERIF makes: a log that stops short of the
      * anchored control record has lost segments off its end; one
      * that runs past it only means a run died between its control
      * record and the anchor.
       1185-CHECK-ANCHOR.
           IF NOT WS-ANC-PRESENT
               DISPLAY "WARNING - NO AUDIT LOG ANCHOR, END OF THE LOG "
                   "NOT VERIFIED"
               GO TO 1185-EXIT.
           IF NOT WS-ANC-VISTO
               AND WS-CHN-ULT-SECUENCIA < ANC-SECUENCIA
               DISPLAY "ERROR - AUDIT LOG ENDS AT CONTROL "
                   WS-CHN-ULT-SECUENCIA ", ANCHOR IS AT "
                   ANC-SECUENCIA ": END OF LOG MISSING"
               ADD 1 TO WS-CHN-FALLAS
               GO TO 1185-EXIT.
           IF NOT WS-ANC-VISTO
               OR WS-ANC-HASH-LOG NOT = ANC-HASH
               DISPLAY "ERROR - AUDIT CONTROL " ANC-SECUENCIA
                   " DOES NOT MATCH THE ANCHOR"
               ADD 1 TO WS-CHN-FALLAS
           END-IF.
       1185-EXIT.
           EXIT.

      * Input procedure: one pass over the live log.  Closing-month
      * rows of every status, and any earlier ones still on the log,
      * go to the dated archive; the posted ones are also released
      * to the sort for the statements.  Rows of later months stay
      * on the work file and become the new live log.
       2000-SELECT-ROWS.
           MOVE 'N' TO WS-AUD-EOF-SWITCH.
      * A log that cannot be opened fails the close: carrying on
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SWITCH
               NOT AT END
                   IF AUD-CONTROL-REC
                       PERFORM 2300-ROUTE-CONTROL THRU 2300-EXIT
                   ELSE
                       PERFORM 2150-ROUTE-DETAIL THRU 2150-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      * Behind a legacy seal that straddles the month every row stays
      * on the log, to go out with the seal at a later close and go
      * on that close's statements.
       2150-ROUTE-DETAIL.
           IF WS-LEGADO-RETENIDO
               WRITE WORK-RECORD FROM AUDIT-RECORD
               ADD 1 TO WS-ROWS-RETAINED
               IF AUD-FECHA (1:6) NOT > WS-CIERRE-MES
                   ADD 1 TO WS-ROWS-HELD
               END-IF
               GO TO 2150-EXIT.
           IF AUD-FECHA (1:6) NOT > WS-CIERRE-MES
               WRITE ARCH-RECORD FROM AUDIT-RECORD
               ADD 1 TO WS-ROWS-ARCHIVED
               ADD 1 TO WS-CHN-ARCHIVADAS
               IF AUD-POSTED OR AUD-GL-BACKOUT
                   PERFORM 2200-RELEASE-MAPPED THRU 2200-EXIT
               END-IF
               GO TO 2150-EXIT.
           WRITE WORK-RECORD FROM AUDIT-RECORD.
           ADD 1 TO WS-ROWS-RETAINED.
           ADD 1 TO WS-CHN-RETENIDAS.
       2150-EXIT.
           EXIT.

       2200-RELEASE-MAPPED.
           MOVE AUDIT-RECORD TO SORT-AUDIT-REC.
           MOVE AUD-NOMBRE TO SRT-NOMBRE-ORIG.
           MOVE AUD-NOMBRE TO WS-MAP-NOMBRE.
           MOVE AUD-FECHA  TO WS-MAP-FECHA.
           MOVE AUD-HORA   TO WS-MAP-HORA.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           MOVE WS-MAP-NOMBRE TO SRT-NOMBRE.
           RELEASE SORT-AUDIT-REC.
       2200-EXIT.
           EXIT.

      * A control record follows the rows of its segment, which
      * verification has proved lie wholly on one side of the cut
      * or are held behind the legacy seal.  The old bridge is not
      * kept: the new log gets its own.
       2300-ROUTE-CONTROL.
           IF AUD-CTL-PUENTE
               MOVE AUDIT-RECORD TO WS-PUENTE-REC
               MOVE 'Y' TO WS-PUENTE-SWITCH
               GO TO 2390-NEXT-SEGMENT.
           IF WS-LEGADO-RETENIDO
               WRITE WORK-RECORD FROM AUDIT-RECORD
               ADD 1 TO WS-ROWS-RETAINED
               GO TO 2390-NEXT-SEGMENT.
           IF WS-CHN-ARCHIVADAS = ZERO AND WS-CHN-RETENIDAS = ZERO
               IF AUD-FECHA (1:6) NOT > WS-CIERRE-MES
                   MOVE 1 TO WS-CHN-ARCHIVADAS
               ELSE
                   MOVE 1 TO WS-CHN-RETENIDAS
               END-IF
           END-IF.
           IF WS-CHN-RETENIDAS = ZERO
               WRITE ARCH-RECORD FROM AUDIT-RECORD
               ADD 1 TO WS-ROWS-ARCHIVED
               MOVE AUDIT-RECORD TO WS-PUENTE-REC
               MOVE 'Y' TO WS-PUENTE-SWITCH
               GO TO 2390-NEXT-SEGMENT.
           WRITE WORK-RECORD FROM AUDIT-RECORD.
           ADD 1 TO WS-ROWS-RETAINED.
       2390-NEXT-SEGMENT.
           MOVE ZERO TO WS-CHN-ARCHIVADAS.
           MOVE ZERO TO WS-CHN-RETENIDAS.
       2300-EXIT.
           EXIT.

      * Output procedure: rows arrive grouped by NOMBRE, oldest
      * first, so the statement is a straight control break.
       3000-WRITE-STATEMENTS.
           MOVE SRT-SUMA     TO RPTD-SUMA.
           MOVE SRT-OPER     TO RPTD-OPER.
           MOVE SRT-BATCH-NO TO RPTD-LOTE.
           IF SRT-GL-BACKOUT
               MOVE "DEVUELTO GL" TO RPTD-MARCA
           ELSE
               MOVE SPACES TO RPTD-MARCA
           END-IF.
           IF SRT-NOMBRE-ORIG = SRT-NOMBRE
               MOVE SPACES TO RPTD-NOMBRE-ORIG
           ELSE
               MOVE SRT-NOMBRE-ORIG TO RPTD-NOMBRE-ORIG
           END-IF.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3500-EXIT.
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

      * The retained rows become the new live log, behind the bridge
      * that carries the chain over from the archive.  The work file
      * keeps a full copy until the next close, so a failure here
      * can be recovered by copying AUDWORK back by hand.
       8000-REWRITE-LOG.
               MOVE 'N' TO WS-LOG-OK-SWITCH
               GO TO 8000-EXIT.
           OPEN OUTPUT AUDIT-FILE.
           IF WS-PUENTE-KNOWN
               MOVE WS-PUENTE-REC TO AUDIT-RECORD
               MOVE 'B' TO AUD-CTL-TIPO
               PERFORM 8150-NOTE-CONTROL THRU 8150-EXIT
               WRITE AUDIT-RECORD
           END-IF.
           PERFORM 8100-COPY-ONE-ROW THRU 8100-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE AUDIT-FILE.
           CLOSE WORK-FILE.
           IF WS-ANC-NUEVA
               PERFORM 8200-WRITE-ANCHOR THRU 8200-EXIT
           END-IF.
       8000-EXIT.
           EXIT.

               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
               NOT AT END
                   MOVE WORK-RECORD TO AUDIT-RECORD
                   IF AUD-CONTROL-REC
                       PERFORM 8150-NOTE-CONTROL THRU 8150-EXIT
                   END-IF
                   WRITE AUDIT-RECORD
           END-READ.
       8100-EXIT.
           EXIT.

       8150-NOTE-CONTROL.
           MOVE 'Y'               TO WS-ANC-NUEVA-SWITCH.
           MOVE AUD-CTL-SECUENCIA TO WS-ANC-NUEVA-SECUENCIA.
           MOVE AUD-CTL-HASH      TO WS-ANC-NUEVO-HASH.
       8150-EXIT.
           EXIT.

      * The anchor now names the last control record on the new log,
      * so the next verification checks the new log's end.
       8200-WRITE-ANCHOR.
           ACCEPT WS-ANC-FECHA FROM DATE YYYYMMDD.
           ACCEPT WS-ANC-HORA FROM TIME.
           MOVE WS-ANC-NUEVA-SECUENCIA TO ANC-SECUENCIA.
           MOVE WS-ANC-NUEVO-HASH      TO ANC-HASH.
           MOVE WS-ANC-FECHA           TO ANC-FECHA.
           MOVE WS-ANC-HORA            TO ANC-HORA.
           MOVE "AUDPURGE"             TO ANC-PROGRAMA.
           OPEN OUTPUT ANCLA-FILE.
           IF WS-ANCLA-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - CANNOT WRITE AUDANCLA, STATUS "
                   WS-ANCLA-FILE-STATUS ", RUN AUDVERIF"
               GO TO 8200-EXIT.
           WRITE ANCLA-RECORD.
           CLOSE ANCLA-FILE.
       8200-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-MES-OK AND WS-LOG-OK
               MOVE WS-ROWS-ARCHIVED TO RPTCT-ARCHIVED
                   AFTER ADVANCING 2 LINES
               DISPLAY "AUDPURGE - MES " WS-CIERRE-MES
                   " ARCHIVADO EN " WS-ARCH-DSN
               IF WS-ROWS-HELD > ZERO
                   DISPLAY "WARNING - " WS-ROWS-HELD " ROWS OF THE "
                       "CLOSING MONTH HELD ON THE LOG UNDER THE "
                       "LEGACY SEAL"
                   DISPLAY "THEY ARE ARCHIVED AND STATED AT THE NEXT "
                       "CLOSE"
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-MES-OK
                   CLOSE ARCH-FILE
