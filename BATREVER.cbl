      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Whole-batch reversal.  Backs out a batch posted in
      *          error by building a batch-controlled transaction
      *          file of exact offsets that goes through the normal
      *          controlled run: every posted audit row of the batch
      *          named on the card (live log plus the AUDARCH.yyyymm
      *          archives named on the card) becomes its opposite -
      *          an add becomes a subtract, a subtract an add, and a
      *          replace the add or subtract that restores the
      *          balance the person had just before it.  To know
      *          that balance every posted row of every person the
      *          batch touched is replayed in date/time order, the
      *          same replay BALRECON does, so the archive months
      *          must cover the history when the batch replaced any
      *          balance.  The batch to reverse must be on the batch
      *          register and not yet reversed; the posting run marks
      *          it with the reversal batch number and date once the
      *          reversal batch posts clean, so a reversal file that
      *          is lost or fails its controls leaves the batch free
      *          to be reversed again.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: offsets for adds, subtracts
      *                 and replaces via a per-person replay, one
      *                 HDR/details/TRL batch under the original
      *                 department, register marked reversed.
      * 15/10/2026 WCG  Follow PERSXREF: a row posted under a name
      *                 PERSREN later renamed or merged is offset
      *                 under the person who holds the balance now,
      *                 and a replace is undone against the balance
      *                 its own name held when it posted.
      * 15/10/2026 WCG  The register is only checked here; the
      *                 original is marked reversed by the posting
      *                 run when the reversal batch posts.  A register
      *                 on the old layout stops with return code 16.
      * 15/10/2026 WCG  A line of the batch the GL refused and
      *                 GLACKREC already backed out (its 'G' row
      *                 carries the batch number) is not offset a
      *                 second time: it is listed DEVUELTO GL, and
      *                 the job warns that its reason-09 suspense line
      *                 is not to be resubmitted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATREVER.
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

           SELECT AUDIT-FILE ASSIGN TO AUDITLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-BATCH-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT REV-FILE ASSIGN TO REVOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REV-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT RPT-FILE ASSIGN TO REVRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Reversal card: the batch to back out, the batch number the
      * reversal batch is to carry (both required), and the archive
      * months to replay, YYYYMM from and YYYYMM to; blank months
      * replay the live log only.
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-LOTE-ORIG              PIC X(06).
           05  FILLER                       PIC X(01).
           05  SYSIN-LOTE-REV               PIC X(06).
           05  FILLER                       PIC X(01).
           05  SYSIN-MES-DESDE              PIC X(06).
           05  FILLER                       PIC X(01).
           05  SYSIN-MES-HASTA              PIC X(06).

       FD  AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  ARCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==ARCH-RECORD==
                         LEADING ==AUD== BY ==ARC==.

       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHREG.

      * Written in the transaction layout the batch run reads: one
      * HDR/details/TRL batch, the same framing PENDREL writes.
       FD  REV-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORKAREA
               REPLACING ==WORKAREA==     BY ==REV-RECORD==
                         ==NOMBRE==       BY ==REV-NOMBRE==
                         ==WKS-NUMERO-1== BY ==REV-NUMERO-1==
                         ==WKS-NUMERO-2== BY ==REV-NUMERO-2==.
           05  REV-OPER                     PIC X(01).
           05  REV-FECHA-EFF                PIC X(08).
      * An offset carries the override: it only takes back what the
      * original posting (limits checked, or overridden, then) put
      * there, and an offset refused on a limit would leave the
      * reversal half done.
           05  REV-OVERRIDE                 PIC X(01).

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSXREF.

      * The audit row with its NOMBRE carried through PERSXREF to
      * the person who holds the balance now, and the name it was
      * actually posted under kept alongside for the replay.
       SD  SORT-FILE.
           COPY AUDITREC
               REPLACING ==AUDIT-RECORD== BY ==SORT-AUDIT-REC==
                         LEADING ==AUD== BY ==SRT==.
           05  SRT-NOMBRE-ORIG              PIC X(30).

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY TRANSCTL.

       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-ARCH-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-REG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-REV-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-XREF-FILE-STATUS              PIC X(02)   VALUE SPACES.

       01  WS-ARCH-DSN                      PIC X(30)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-AUD-EOF-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-AUD-EOF                VALUE 'Y'.
           05  WS-ARCH-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-ARCH-EOF               VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-SORT-EOF               VALUE 'Y'.
           05  WS-CARD-SWITCH               PIC X(01)   VALUE 'N'.
               88  WS-CARD-OK                VALUE 'Y'.
           05  WS-BATCH-OPEN-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-BATCH-OPEN             VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-XREF-EOF               VALUE 'Y'.
           05  WS-XREF-FULL-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-XREF-TABLE-FULL        VALUE 'Y'.
           05  WS-PART-FULL-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-PART-TABLE-FULL        VALUE 'Y'.
           05  WS-MAP-MODE-SWITCH           PIC X(01)   VALUE 'H'.
               88  WS-MAP-HISTORY            VALUE 'H'.
               88  WS-MAP-EFFECTIVE          VALUE 'E'.

       01  WS-MES-CONTROLS.
           05  WS-MES-DESDE                 PIC X(06)   VALUE SPACES.
           05  WS-MES-HASTA                 PIC X(06)   VALUE SPACES.
           05  WS-MES-ACTUAL                PIC X(06)   VALUE SPACES.
           05  WS-MES-ACTUAL-N REDEFINES WS-MES-ACTUAL.
               10  WS-MES-AA                PIC 9(04).
               10  WS-MES-MM                PIC 9(02).

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
           05  WS-LOTE-ORIG                 PIC 9(06)   VALUE ZERO.
           05  WS-LOTE-REV                  PIC 9(06)   VALUE ZERO.
           05  WS-DEPTO-ORIG                PIC X(04)   VALUE SPACES.
           05  WS-FECHA-ORIG                PIC 9(08)   VALUE ZERO.
           05  WS-NOMBRE-ACTUAL             PIC X(30)   VALUE SPACES.
           05  WS-BATCH-COUNT               PIC 9(07)   VALUE ZERO.
           05  WS-BATCH-HASH                PIC 9(15)   VALUE ZERO.

      * The replay for one person.  WS-RUN-SALDO is the balance the
      * postings support up to the row in hand, so for a replace in
      * the reversed batch it is exactly the balance to restore.
       01  WS-REPLAY-FIELDS.
           05  WS-RUN-SALDO                 PIC S9(15)  VALUE ZERO.
           05  WS-SALDO-REEMPL              PIC S9(15)  VALUE ZERO.
           05  WS-DELTA                     PIC S9(15)  VALUE ZERO.
           05  WS-IMPORTE                   PIC 9(15)   VALUE ZERO.
           05  WS-TRAMO                     PIC 9(10)   VALUE ZERO.
           05  WS-TRAMO-MAX                 PIC 9(10)
                                            VALUE 9999999999.
           05  WS-REV-OPER-CODE             PIC X(01)   VALUE SPACE.

      * The name changes PERSREN has applied, in the order it applied
      * them.  In history mode a name is carried across every change
      * made at or after the moment given (where a row posted then
      * belongs today); in effective mode only across the changes
      * already made before it (which name it had become by then).
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

      * One person's balance split by the name each row was posted
      * under, so a replace posted before a merge is judged against
      * only its own part of the merged balance.
       01  WS-PART-SUB                      PIC 9(04)   VALUE ZERO.
       01  WS-PART-IDX                      PIC 9(04)   VALUE ZERO.
       01  WS-PART-CONTROLS.
           05  WS-PART-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-PART-MAX                  PIC 9(04)   VALUE 50.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 50 TIMES.
               10  PRT-NOMBRE               PIC X(30).
               10  PRT-SALDO                PIC S9(15).

      * The GL back-outs of the batch being reversed, by the name
      * that holds the balance now.  Each one takes back one posted
      * row of the batch with the same name and amount and the
      * opposite effect ('S' undoes an add or a replace, 'A' a
      * subtract); that row is already off the balance.
       01  WS-DEV-SUB                       PIC 9(04)   VALUE ZERO.
       01  WS-DEV-IDX                       PIC 9(04)   VALUE ZERO.
       01  WS-DEV-CONTROLS.
           05  WS-DEV-COUNT                 PIC 9(04)   VALUE ZERO.
           05  WS-DEV-MAX                   PIC 9(04)   VALUE 1000.
       01  WS-DEV-TABLE.
           05  WS-DEV-ENTRY OCCURS 1000 TIMES.
               10  DVT-NOMBRE               PIC X(30).
               10  DVT-SUMA                 PIC 9(10).
               10  DVT-OPER                 PIC X(01).
               10  DVT-USADA                PIC X(01).

       01  WS-TOTALS.
           05  WS-ROWS-FOUND                PIC 9(07)   VALUE ZERO.
           05  WS-ROWS-NO-EFFECT            PIC 9(07)   VALUE ZERO.
           05  WS-ROWS-DEVUELTAS            PIC 9(07)   VALUE ZERO.
           05  WS-TOTAL-SUMADO              PIC 9(15)   VALUE ZERO.
           05  WS-TOTAL-RESTADO             PIC 9(15)   VALUE ZERO.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "BATREVER".
           05  FILLER                       PIC X(20)
                   VALUE "REVERSO DE LOTE".
           05  RPTH-LOTE-ORIG               PIC 9(06).
           05  FILLER                       PIC X(08)
                   VALUE " CON EL".
           05  RPTH-LOTE-REV                PIC 9(06).
           05  FILLER                       PIC X(10)   VALUE SPACES.
           05  FILLER                       PIC X(08)
                   VALUE "PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(31)
                   VALUE "NOMBRE".
           05  FILLER                       PIC X(16)
                   VALUE "OP       ORIGEN".
           05  FILLER                       PIC X(18)
                   VALUE "  OP       REVERSO".
           05  FILLER                       PIC X(15)
                   VALUE "  RESULTADO".

       01  RPT-DETAIL-LINE.
           05  RPTD-NOMBRE                  PIC X(30).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-OPER-ORIG               PIC X(01).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-SUMA-ORIG               PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTD-OPER-REV                PIC X(01).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-IMPORTE-REV             PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02)   VALUE SPACES.
           05  RPTD-RESULTADO               PIC X(13).

       01  RPT-TOTALS-LINE-1.
           05  FILLER                       PIC X(22)
                   VALUE "FILAS DEL LOTE:".
           05  RPTT-ROWS                    PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(12)
                   VALUE "SIN EFECTO:".
           05  RPTT-NO-EFFECT               PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(14)
                   VALUE "DEVUELTAS GL:".
           05  RPTT-DEVUELTAS               PIC ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-2.
           05  FILLER                       PIC X(22)
                   VALUE "REGISTROS DE REVERSO:".
           05  RPTT-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(08)
                   VALUE "DEPTO:".
           05  RPTT-DEPTO                   PIC X(04).

       01  RPT-TOTALS-LINE-3.
           05  FILLER                       PIC X(22)
                   VALUE "TOTAL SUMADO:".
           05  RPTT-SUMADO              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-4.
           05  FILLER                       PIC X(22)
                   VALUE "TOTAL RESTADO:".
           05  RPTT-RESTADO             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-EMPTY-LINE.
           05  FILLER                       PIC X(50)
                   VALUE "*** NADA QUE REVERSAR - LOTE NO MARCADO ***".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-NOMBRE
                                SRT-FECHA
                                SRT-HORA
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 2000-SELECT-ROWS
                             THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-BUILD-OFFSETS
                              THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           IF NOT WS-CARD-OK
               DISPLAY "ERROR - CARD MUST CARRY THE BATCH TO REVERSE "
                   "AND A DIFFERENT REVERSAL BATCH NUMBER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1020-CHECK-REGISTER THRU 1020-EXIT.
           PERFORM 1050-LOAD-XREF THRU 1050-EXIT.
           OPEN OUTPUT REV-FILE.
           IF WS-REV-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN REVOUT, STATUS "
                   WS-REV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
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
                       IF SYSIN-LOTE-ORIG IS NUMERIC
                           AND SYSIN-LOTE-REV IS NUMERIC
                           AND SYSIN-LOTE-ORIG NOT = SYSIN-LOTE-REV
                           MOVE SYSIN-LOTE-ORIG TO WS-LOTE-ORIG
                           MOVE SYSIN-LOTE-REV  TO WS-LOTE-REV
                           MOVE 'Y' TO WS-CARD-SWITCH
                       END-IF
                       IF SYSIN-MES-DESDE IS NUMERIC
                           MOVE SYSIN-MES-DESDE TO WS-MES-DESDE
                           IF SYSIN-MES-HASTA IS NUMERIC
                               MOVE SYSIN-MES-HASTA TO WS-MES-HASTA
                           ELSE
                               MOVE SYSIN-MES-DESDE TO WS-MES-HASTA
                           END-IF
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
       1010-EXIT.
           EXIT.

      * The batch to reverse must be on the register and not yet
      * reversed, and the reversal batch number must be unused, or
      * the posting run would refuse the file after the fact.  Any
      * failure stops the run before anything is written.  The
      * register is only read here: the mark goes on when the
      * reversal batch posts.
       1020-CHECK-REGISTER.
           OPEN INPUT REG-FILE.
           IF WS-REG-FILE-STATUS = "39"
               DISPLAY "ERROR - BATCHREG IS ON THE PRE-REVERSAL "
                   "LAYOUT, RUN REGCONV FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN BATCH REGISTER, STATUS "
                   WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-LOTE-REV TO BRG-BATCH-NO.
           READ REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR - REVERSAL BATCH " WS-LOTE-REV
                       " ALREADY USED ON " BRG-FECHA
                   CLOSE REG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE WS-LOTE-ORIG TO BRG-BATCH-NO.
           READ REG-FILE
               INVALID KEY
                   DISPLAY "ERROR - BATCH " WS-LOTE-ORIG
                       " IS NOT ON THE BATCH REGISTER"
                   CLOSE REG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF NOT BRG-NOT-REVERSED
               DISPLAY "ERROR - BATCH " WS-LOTE-ORIG
                   " ALREADY REVERSED BY BATCH " BRG-REV-LOTE
                   " ON " BRG-REV-FECHA
               CLOSE REG-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BRG-DEPTO TO WS-DEPTO-ORIG.
           MOVE BRG-FECHA TO WS-FECHA-ORIG.
           CLOSE REG-FILE.
       1020-EXIT.
           EXIT.

      * No cross-reference yet just means nobody was ever renamed.
       1050-LOAD-XREF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               GO TO 1050-EXIT.
           MOVE 'N' TO WS-XREF-EOF-SWITCH.
           PERFORM 1060-LOAD-ONE-XREF THRU 1060-EXIT
               UNTIL WS-XREF-EOF.
           CLOSE XREF-FILE.
       1050-EXIT.
           EXIT.

       1060-LOAD-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SWITCH
                   GO TO 1060-EXIT
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
       1060-EXIT.
           EXIT.

      * Input procedure: the archived months first (a month that was
      * never closed is skipped with a warning, not an error), then
      * the live log, releasing every row that moved a balance -
      * posted rows and GL back-outs - to the sort.  Back-outs feed
      * the replay but are never offset; those that carry the batch
      * being reversed are also kept aside, so the rows they undid
      * are not offset either.
       2000-SELECT-ROWS.
           IF WS-MES-DESDE NOT = SPACES
               MOVE WS-MES-DESDE TO WS-MES-ACTUAL
               PERFORM 2100-RELEASE-ARCHIVE THRU 2100-EXIT
                   UNTIL WS-MES-ACTUAL > WS-MES-HASTA
           END-IF.
           PERFORM 2300-RELEASE-LIVE-LOG THRU 2300-EXIT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ARCHIVE.
           MOVE SPACES TO WS-ARCH-DSN.
           STRING "AUDARCH." WS-MES-ACTUAL
               DELIMITED BY SIZE INTO WS-ARCH-DSN.
           MOVE 'N' TO WS-ARCH-EOF-SWITCH.
           OPEN INPUT ARCH-FILE.
           IF WS-ARCH-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - NO ARCHIVE " WS-ARCH-DSN
                   ", STATUS " WS-ARCH-FILE-STATUS
           ELSE
               PERFORM 2200-RELEASE-ONE-ARCH THRU 2200-EXIT
                   UNTIL WS-ARCH-EOF
               CLOSE ARCH-FILE
           END-IF.
           PERFORM 2150-NEXT-MONTH THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

       2150-NEXT-MONTH.
           IF WS-MES-MM = 12
               ADD 1 TO WS-MES-AA
               MOVE 01 TO WS-MES-MM
           ELSE
               ADD 1 TO WS-MES-MM
           END-IF.
       2150-EXIT.
           EXIT.

       2200-RELEASE-ONE-ARCH.
           READ ARCH-FILE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SWITCH
               NOT AT END
                   IF ARC-POSTED OR ARC-GL-BACKOUT
                       MOVE ARCH-RECORD TO SORT-AUDIT-REC
                       PERFORM 2600-RELEASE-MAPPED THRU 2600-EXIT
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.

       2300-RELEASE-LIVE-LOG.
           MOVE 'N' TO WS-AUD-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - CANNOT OPEN AUDITLOG, STATUS "
                   WS-AUDIT-FILE-STATUS
               MOVE 'Y' TO WS-AUD-EOF-SWITCH
           END-IF.
           PERFORM 2400-RELEASE-ONE-ROW THRU 2400-EXIT
               UNTIL WS-AUD-EOF.
           IF WS-AUDIT-FILE-STATUS = "00" OR "10"
               CLOSE AUDIT-FILE
           END-IF.
       2300-EXIT.
           EXIT.

       2400-RELEASE-ONE-ROW.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUD-EOF-SWITCH
               NOT AT END
                   IF AUD-POSTED OR AUD-GL-BACKOUT
                       MOVE AUDIT-RECORD TO SORT-AUDIT-REC
                       PERFORM 2600-RELEASE-MAPPED THRU 2600-EXIT
                   END-IF
           END-READ.
       2400-EXIT.
           EXIT.

       2600-RELEASE-MAPPED.
           MOVE SRT-NOMBRE TO SRT-NOMBRE-ORIG.
           MOVE SRT-NOMBRE TO WS-MAP-NOMBRE.
           MOVE SRT-FECHA  TO WS-MAP-FECHA.
           MOVE SRT-HORA   TO WS-MAP-HORA.
           MOVE 'H' TO WS-MAP-MODE-SWITCH.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           MOVE WS-MAP-NOMBRE TO SRT-NOMBRE.
           IF SRT-GL-BACKOUT
               AND SRT-BATCH-NO = WS-LOTE-ORIG
               PERFORM 2650-KEEP-DEVOLUCION THRU 2650-EXIT
           END-IF.
           RELEASE SORT-AUDIT-REC.
       2600-EXIT.
           EXIT.

      * A back-out that could not be kept would leave its row to be
      * offset on top of it, so an overflow stops the run.
       2650-KEEP-DEVOLUCION.
           IF WS-DEV-COUNT NOT < WS-DEV-MAX
               DISPLAY "ERROR - MORE THAN " WS-DEV-MAX " GL RETURNS "
                   "ON BATCH " WS-LOTE-ORIG ", NOTHING REVERSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DEV-COUNT.
           MOVE SRT-NOMBRE TO DVT-NOMBRE (WS-DEV-COUNT).
           MOVE SRT-SUMA   TO DVT-SUMA (WS-DEV-COUNT).
           MOVE SRT-OPER   TO DVT-OPER (WS-DEV-COUNT).
           MOVE 'N'        TO DVT-USADA (WS-DEV-COUNT).
       2650-EXIT.
           EXIT.

      * Output procedure: rows arrive grouped per person, oldest
      * first.  Every row moves the running balance; only the rows
      * of the batch being reversed produce an offset.
       3000-BUILD-OFFSETS.
           MOVE 'N' TO WS-SORT-EOF-SWITCH.
           PERFORM 3100-RETURN-ONE-ROW THRU 3100-EXIT
               UNTIL WS-SORT-EOF.
           IF WS-BATCH-OPEN
               PERFORM 3800-CLOSE-BATCH THRU 3800-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-ROW.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 3200-REPLAY-ROW THRU 3200-EXIT
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-REPLAY-ROW.
           IF SRT-NOMBRE NOT = WS-NOMBRE-ACTUAL
               MOVE SRT-NOMBRE TO WS-NOMBRE-ACTUAL
               MOVE ZERO TO WS-RUN-SALDO
               MOVE ZERO TO WS-PART-COUNT
               MOVE 'N' TO WS-PART-FULL-SWITCH
           END-IF.
           PERFORM 3250-FIND-PART THRU 3250-EXIT.
           IF SRT-OPER-REPLACE
               PERFORM 3270-SUM-REPLACED THRU 3270-EXIT
           END-IF.
           IF SRT-BATCH-NO = WS-LOTE-ORIG
               AND SRT-POSTED
               ADD 1 TO WS-ROWS-FOUND
               PERFORM 3220-FIND-DEVOLUCION THRU 3220-EXIT
               IF WS-DEV-SUB > ZERO
                   PERFORM 3230-LIST-DEVUELTA THRU 3230-EXIT
               ELSE
                   PERFORM 3300-OFFSET-ROW THRU 3300-EXIT
               END-IF
           END-IF.
           IF SRT-OPER-SUBTRACT
               SUBTRACT SRT-SUMA FROM WS-RUN-SALDO
               IF WS-PART-SUB > ZERO
                   SUBTRACT SRT-SUMA FROM PRT-SALDO (WS-PART-SUB)
               END-IF
           ELSE
               IF SRT-OPER-REPLACE
                   PERFORM 3280-REPLACE-PART THRU 3280-EXIT
               ELSE
                   ADD SRT-SUMA TO WS-RUN-SALDO
                   IF WS-PART-SUB > ZERO
                       ADD SRT-SUMA TO PRT-SALDO (WS-PART-SUB)
                   END-IF
               END-IF
           END-IF.
       3200-EXIT.
           EXIT.

      * The rows arrive before the back-outs that undid them, which
      * is why the back-outs were gathered on the way in.
       3220-FIND-DEVOLUCION.
           MOVE ZERO TO WS-DEV-SUB.
           IF WS-DEV-COUNT > ZERO
               PERFORM 3225-TEST-ONE-DEVOLUCION THRU 3225-EXIT
                   VARYING WS-DEV-IDX FROM 1 BY 1
                   UNTIL WS-DEV-SUB > ZERO
                      OR WS-DEV-IDX > WS-DEV-COUNT
           END-IF.
       3220-EXIT.
           EXIT.

       3225-TEST-ONE-DEVOLUCION.
           IF DVT-USADA (WS-DEV-IDX) = 'Y'
               OR DVT-NOMBRE (WS-DEV-IDX) NOT = SRT-NOMBRE
               OR DVT-SUMA (WS-DEV-IDX) NOT = SRT-SUMA
               GO TO 3225-EXIT.
           IF SRT-OPER-SUBTRACT
               AND DVT-OPER (WS-DEV-IDX) NOT = 'A'
               GO TO 3225-EXIT.
           IF NOT SRT-OPER-SUBTRACT
               AND DVT-OPER (WS-DEV-IDX) NOT = 'S'
               GO TO 3225-EXIT.
           MOVE 'Y'        TO DVT-USADA (WS-DEV-IDX).
           MOVE WS-DEV-IDX TO WS-DEV-SUB.
       3225-EXIT.
           EXIT.

       3230-LIST-DEVUELTA.
           ADD 1 TO WS-ROWS-DEVUELTAS.
           MOVE SRT-NOMBRE    TO RPTD-NOMBRE.
           MOVE SRT-OPER      TO RPTD-OPER-ORIG.
           MOVE SRT-SUMA      TO RPTD-SUMA-ORIG.
           MOVE SPACE         TO RPTD-OPER-REV.
           MOVE ZERO          TO RPTD-IMPORTE-REV.
           MOVE "DEVUELTO GL" TO RPTD-RESULTADO.
           PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
       3230-EXIT.
           EXIT.

      * The part for the name the row was posted under, opened at
      * zero the first time that name turns up for this person.
       3250-FIND-PART.
           MOVE ZERO TO WS-PART-SUB.
           IF WS-PART-COUNT > ZERO
               PERFORM 3255-TEST-ONE-PART THRU 3255-EXIT
                   VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-SUB > ZERO
                      OR WS-PART-IDX > WS-PART-COUNT
           END-IF.
           IF WS-PART-SUB > ZERO
               GO TO 3250-EXIT.
           IF WS-PART-COUNT < WS-PART-MAX
               ADD 1 TO WS-PART-COUNT
               MOVE WS-PART-COUNT   TO WS-PART-SUB
               MOVE SRT-NOMBRE-ORIG TO PRT-NOMBRE (WS-PART-SUB)
               MOVE ZERO            TO PRT-SALDO (WS-PART-SUB)
           ELSE
               IF NOT WS-PART-TABLE-FULL
                   MOVE 'Y' TO WS-PART-FULL-SWITCH
                   DISPLAY "WARNING - TOO MANY MERGED NAMES FOR "
                       WS-NOMBRE-ACTUAL
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

       3255-TEST-ONE-PART.
           IF PRT-NOMBRE (WS-PART-IDX) = SRT-NOMBRE-ORIG
               MOVE WS-PART-IDX TO WS-PART-SUB
           END-IF.
       3255-EXIT.
           EXIT.

      * The balance a replace overwrites is that of the name it was
      * posted under as that name stood then: its own part plus
      * every part already merged into it, not parts merged later.
       3270-SUM-REPLACED.
           IF WS-PART-SUB = ZERO
               MOVE WS-RUN-SALDO TO WS-SALDO-REEMPL
               GO TO 3270-EXIT.
           MOVE ZERO TO WS-SALDO-REEMPL.
           PERFORM 3275-TEST-REPLACED THRU 3275-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT.
       3270-EXIT.
           EXIT.

       3275-TEST-REPLACED.
           MOVE PRT-NOMBRE (WS-PART-IDX) TO WS-MAP-NOMBRE.
           MOVE SRT-FECHA TO WS-MAP-FECHA.
           MOVE SRT-HORA  TO WS-MAP-HORA.
           MOVE 'E' TO WS-MAP-MODE-SWITCH.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           IF WS-MAP-NOMBRE = SRT-NOMBRE-ORIG
               ADD PRT-SALDO (WS-PART-IDX) TO WS-SALDO-REEMPL
               MOVE ZERO TO PRT-SALDO (WS-PART-IDX)
           END-IF.
       3275-EXIT.
           EXIT.

      * The overwritten parts were already cleared while they were
      * summed; the replaced amount now stands in the row's own.
       3280-REPLACE-PART.
           SUBTRACT WS-SALDO-REEMPL FROM WS-RUN-SALDO.
           ADD SRT-SUMA TO WS-RUN-SALDO.
           IF WS-PART-SUB > ZERO
               MOVE SRT-SUMA TO PRT-SALDO (WS-PART-SUB)
           END-IF.
       3280-EXIT.
           EXIT.

      * An add or subtract is offset by its opposite with the same
      * two numbers, so the offset hashes and sums like the
      * original.  A replace is offset by the difference between
      * the balance it set and the balance it overwrote; a replace
      * that changed nothing needs no offset.
       3300-OFFSET-ROW.
           MOVE SRT-NOMBRE TO RPTD-NOMBRE.
           MOVE SRT-OPER   TO RPTD-OPER-ORIG.
           MOVE SRT-SUMA   TO RPTD-SUMA-ORIG.
           IF SRT-OPER-REPLACE
               GO TO 3350-OFFSET-REPLACE.
           IF SRT-OPER-SUBTRACT
               MOVE 'A' TO WS-REV-OPER-CODE
               ADD SRT-SUMA TO WS-TOTAL-SUMADO
           ELSE
               MOVE 'S' TO WS-REV-OPER-CODE
               ADD SRT-SUMA TO WS-TOTAL-RESTADO
           END-IF.
           MOVE SRT-NUMERO-1 TO REV-NUMERO-1.
           MOVE SRT-NUMERO-2 TO REV-NUMERO-2.
           PERFORM 3600-WRITE-OFFSET THRU 3600-EXIT.
           MOVE WS-REV-OPER-CODE TO RPTD-OPER-REV.
           MOVE SRT-SUMA         TO RPTD-IMPORTE-REV.
           MOVE "REVERSADO"      TO RPTD-RESULTADO.
           PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
           GO TO 3300-EXIT.

       3350-OFFSET-REPLACE.
           COMPUTE WS-DELTA = SRT-SUMA - WS-SALDO-REEMPL.
           IF WS-DELTA = ZERO
               ADD 1 TO WS-ROWS-NO-EFFECT
               MOVE SPACE       TO RPTD-OPER-REV
               MOVE ZERO        TO RPTD-IMPORTE-REV
               MOVE "SIN EFECTO" TO RPTD-RESULTADO
               PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT
               GO TO 3300-EXIT.
           IF WS-DELTA > ZERO
               MOVE 'S' TO WS-REV-OPER-CODE
               MOVE WS-DELTA TO WS-IMPORTE
               ADD WS-IMPORTE TO WS-TOTAL-RESTADO
           ELSE
               MOVE 'A' TO WS-REV-OPER-CODE
               COMPUTE WS-IMPORTE = ZERO - WS-DELTA
               ADD WS-IMPORTE TO WS-TOTAL-SUMADO
           END-IF.
           MOVE WS-REV-OPER-CODE TO RPTD-OPER-REV.
           MOVE WS-IMPORTE       TO RPTD-IMPORTE-REV.
           MOVE "SALDO REPUESTO" TO RPTD-RESULTADO.
      * NUMERO-2 holds ten digits; a larger difference goes out in
      * as many records as it takes.
           PERFORM 3400-WRITE-TRAMO THRU 3400-EXIT
               UNTIL WS-IMPORTE = ZERO.
           PERFORM 3900-PRINT-DETAIL THRU 3900-EXIT.
       3300-EXIT.
           EXIT.

       3400-WRITE-TRAMO.
           IF WS-IMPORTE > WS-TRAMO-MAX
               MOVE WS-TRAMO-MAX TO WS-TRAMO
           ELSE
               MOVE WS-IMPORTE TO WS-TRAMO
           END-IF.
           SUBTRACT WS-TRAMO FROM WS-IMPORTE.
           MOVE ZERO     TO REV-NUMERO-1.
           MOVE WS-TRAMO TO REV-NUMERO-2.
           PERFORM 3600-WRITE-OFFSET THRU 3600-EXIT.
       3400-EXIT.
           EXIT.

      * The numbers are already in place; the rest of the record
      * and the batch controls are set here.  A blank effective
      * date posts the offset on the day the batch runs.
       3600-WRITE-OFFSET.
           IF NOT WS-BATCH-OPEN
               PERFORM 3700-START-BATCH THRU 3700-EXIT
           END-IF.
           MOVE SRT-NOMBRE       TO REV-NOMBRE.
           MOVE WS-REV-OPER-CODE TO REV-OPER.
           MOVE SPACES           TO REV-FECHA-EFF.
           MOVE 'O'              TO REV-OVERRIDE.
           WRITE REV-RECORD.
           ADD 1 TO WS-BATCH-COUNT.
      * Hash convention from TRANSCTL: a non-numeric field counts
      * as zero.
           IF REV-NUMERO-1 IS NUMERIC
               ADD REV-NUMERO-1 TO WS-BATCH-HASH
           END-IF.
           IF REV-NUMERO-2 IS NUMERIC
               ADD REV-NUMERO-2 TO WS-BATCH-HASH
           END-IF.
       3600-EXIT.
           EXIT.

      * The reversal goes out under the original department, so
      * GLACCMAP books every offset to the accounts the original
      * hit, and the header names the batch it backs out.
       3700-START-BATCH.
           MOVE 'Y' TO WS-BATCH-OPEN-SWITCH.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE ZERO TO WS-BATCH-HASH.
           MOVE 'HDR'          TO BHD-REC-TYPE.
           MOVE WS-LOTE-REV    TO BHD-BATCH-NO.
           MOVE WS-RUN-DATE    TO BHD-FECHA.
           MOVE WS-DEPTO-ORIG  TO BHD-DEPTO.
           MOVE WS-LOTE-ORIG   TO BHD-REVERSO-DE.
           WRITE REV-RECORD FROM BATCH-HEADER-REC.
       3700-EXIT.
           EXIT.

       3800-CLOSE-BATCH.
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
           MOVE 'TRL'          TO BTR-REC-TYPE.
           MOVE WS-BATCH-COUNT TO BTR-COUNT.
           MOVE WS-BATCH-HASH  TO BTR-HASH.
           WRITE REV-RECORD FROM BATCH-TRAILER-REC.
       3800-EXIT.
           EXIT.

       3900-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               OR WS-PAGE-COUNT = ZERO
               PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
           END-IF.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       3900-EXIT.
           EXIT.

       3950-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPTH-PAGE.
           MOVE WS-LOTE-ORIG  TO RPTH-LOTE-ORIG.
           MOVE WS-LOTE-REV   TO RPTH-LOTE-REV.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       3950-EXIT.
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
           IF WS-MAP-HISTORY
               AND WS-MAP-MARCA NOT > XRT-MARCA (WS-XREF-SUB)
               MOVE XRT-NOMBRE-NUEVO (WS-XREF-SUB) TO WS-MAP-NOMBRE
               GO TO 5100-EXIT.
           IF WS-MAP-EFFECTIVE
               AND WS-MAP-MARCA > XRT-MARCA (WS-XREF-SUB)
               MOVE XRT-NOMBRE-NUEVO (WS-XREF-SUB) TO WS-MAP-NOMBRE
           END-IF.
       5100-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 3950-WRITE-HEADINGS THRU 3950-EXIT
           END-IF.
           IF WS-BATCH-COUNT = ZERO
               WRITE RPT-RECORD FROM RPT-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-ROWS-FOUND     TO RPTT-ROWS.
           MOVE WS-ROWS-NO-EFFECT TO RPTT-NO-EFFECT.
           MOVE WS-ROWS-DEVUELTAS TO RPTT-DEVUELTAS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-BATCH-COUNT    TO RPTT-COUNT.
           MOVE WS-DEPTO-ORIG     TO RPTT-DEPTO.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-SUMADO   TO RPTT-SUMADO.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-RESTADO  TO RPTT-RESTADO.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-4
               AFTER ADVANCING 1 LINE.

           CLOSE REV-FILE.
           CLOSE RPT-FILE.

      * The GL already gave these lines back and they sit in
      * suspense with reason 09; resubmitting one now would post
      * part of a batch that is being taken off.
           IF WS-ROWS-DEVUELTAS > ZERO
               DISPLAY "WARNING - " WS-ROWS-DEVUELTAS " LINES OF BATCH "
                   WS-LOTE-ORIG " WERE RETURNED BY THE GL, NOT OFFSET"
               DISPLAY "WARNING - DO NOT RESUBMIT THEIR REASON 09 "
                   "SUSPENSE LINES, SEE REPORT"
           END-IF.
           IF WS-ROWS-FOUND = ZERO
               DISPLAY "BATREVER - NO POSTED ROWS FOR BATCH "
                   WS-LOTE-ORIG
               MOVE 8 TO RETURN-CODE
               GO TO 9000-EXIT.
           IF WS-BATCH-COUNT = ZERO
               DISPLAY "BATREVER - BATCH " WS-LOTE-ORIG
                   " LEFT NOTHING TO REVERSE"
               MOVE 4 TO RETURN-CODE
               GO TO 9000-EXIT.
           DISPLAY "BATREVER - BATCH " WS-LOTE-ORIG
               " REVERSED BY BATCH " WS-LOTE-REV ", "
               WS-BATCH-COUNT " RECORDS".
           DISPLAY "BATREVER - REGISTER IS MARKED WHEN BATCH "
               WS-LOTE-REV " POSTS".
       9000-EXIT.
           EXIT.
