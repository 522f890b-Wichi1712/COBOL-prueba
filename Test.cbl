      *                 SUSPCORR on release), and the day's overrides
      *                 are listed in their own section of the run
      *                 report.
      * 15/10/2026 WCG  Reversal batches built by BATREVER (header
      *                 carries the batch number they back out) skip
      *                 the duplicate check, since their offsets can
      *                 legitimately match a posting already made
      *                 today, and register with a pointer back to
      *                 the reversed batch.  A batch register still
      *                 on the pre-reversal layout (open status 39)
      *                 is converted in place on first open, every
      *                 entry carried over with its reversal fields
      *                 at zero.
      * 15/10/2026 WCG  A posting to a person DORMSWP flagged dormant
      *                 is rejected to suspense with reason 10 until
      *                 PERSMANT reactivates the person.
      * 15/10/2026 WCG  Close the run's audit rows with a control
      *                 record ('C'): row count, posted net total and
      *                 a hash over the rows chained from the previous
      *                 control record, for AUDVERIF.  Rows written
      *                 before control records existed are sealed by
      *                 an opening 'L' control; a checkpoint restart
      *                 takes the crashed run's rows into its own
      *                 segment.
      * 15/10/2026 WCG  Register conversion moved out to REGCONV; a
      *                 register still on the old layout stops the
      *                 run with return code 16.  A reversal batch
      *                 marks its original on the register when it
      *                 posts, and one whose original is unregistered
      *                 or already reversed is refused.
      * 15/10/2026 WCG  Every control record is followed by a rewrite
      *                 of the audit log anchor (AUDANCLA), so segments
      *                 cut off the end of the log can be detected.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MI-PRIMER-PROGRAMA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT ANCLA-FILE ASSIGN TO AUDANCLA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCLA-FILE-STATUS.

      * Written by the interactive entry session: the same dynamic
      * name the batch side reads, so the captured file goes through
      * the normal controlled run afterwards.
      * supervisor.
           05  TRANS-FECHA-EFF              PIC X(08).
      * 'O' is a supervisor's override: the record posts past the
      * person's limits.  SUSPCORR sets it on release, and the
      * batches BATREVER and ACCRUAL build carry it; nothing else
      * writes it.
           05  TRANS-OVERRIDE               PIC X(01).

      * checkpoints written before the field existed.
           05  CKPT-RUN-DATE                PIC X(08).

       FD  ANCLA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDANCLA.

       FD  GL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLIFREC.
               88  WS-PERSON-OK              VALUE 'Y'.
               88  WS-PERSON-UNKNOWN         VALUE 'N'.
               88  WS-PERSON-INACTIVE        VALUE 'I'.
               88  WS-PERSON-DORMANT         VALUE 'D'.
           05  WS-OVF-OCCURRED-SWITCH       PIC X(01)   VALUE 'N'.
               88  WS-OVF-OCCURRED           VALUE 'Y'.
           05  WS-MAP-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
               10  OVR-LOTE                 PIC 9(06).

       01  WS-CKPT-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-ANCLA-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-SUSP-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-SUSP-REASON                   PIC X(02)   VALUE SPACES.
       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
               88  WS-ANY-DUP-BATCH          VALUE 'Y'.
           05  WS-REG-FOUND-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-REG-FOUND              VALUE 'Y'.
           05  WS-REV-MARK-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-REV-MARK-FAILED        VALUE 'Y'.
           05  WS-BATCH-OPEN-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-BATCH-OPEN             VALUE 'Y'.
           05  WS-BATCH-RC                  PIC 9(02)   VALUE ZERO.
      * A checkpoint restart resumes the counts of the batch it lands
      * in from zero; the global totals still carry over.
       01  WS-BATCH-SUB                     PIC 9(03)   VALUE ZERO.
       01  WS-REV-SUB                       PIC 9(03)   VALUE ZERO.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-COUNT               PIC 9(03)   VALUE ZERO.
           05  WS-BATCH-MAX                 PIC 9(03)   VALUE 100.
               10  BT-RECHAZADOS            PIC 9(07).
               10  BT-DUPLICADOS            PIC 9(07).
               10  BT-TOTAL                 PIC S9(15).
      * Nonzero only on a reversal batch: the batch it backs out.
               10  BT-REVERSO-DE            PIC 9(06).

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  DUPK-NUMERO-2                PIC 9(10).
           05  DUPK-OPER                    PIC X(01).

      * Audit log chain: the last control record found on the log,
      * the rows found after it, and this run's segment as it is
      * written.  Every byte of a row is folded into the running
      * hash: h = (h * 131 + byte) mod 999999999989.
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

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(20)
                   VALUE "MI-PRIMER-PROGRAMA".
      * register is yesterday's accidental re-run or a batch this
      * very run completed before it crashed.
               PERFORM 1040-READ-CHECKPOINT THRU 1040-EXIT
               PERFORM 1045-START-AUDIT-CHAIN THRU 1045-EXIT
               OPEN INPUT TRANS-FILE
               PERFORM 1070-VERIFY-BATCH THRU 1070-EXIT
               CLOSE TRANS-FILE
               CLOSE REG-FILE
               OPEN I-O REG-FILE
           END-IF.
      * Status 39 is a register still on the pre-reversal layout,
      * which REGCONV converts once before any job opens it.
           IF WS-REG-FILE-STATUS = "39"
               DISPLAY "ERROR - BATCHREG IS ON THE PRE-REVERSAL "
                   "LAYOUT, RUN REGCONV FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN BATCH REGISTER, STATUS "
                   WS-REG-FILE-STATUS

      * The audit log is read once here, before it is reopened in
      * extend mode for this run's rows.  A missing log (first run
      * ever) just leaves the table empty.  The same pass finds the
      * last control record, which this run's segment chains from.
       1035-LOAD-DUP-TABLE.
           MOVE 'N' TO WS-DUP-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
                       MOVE AUD-OPER     TO DUPK-OPER
                       PERFORM 2550-ADD-DUP-ENTRY THRU 2550-EXIT
                   END-IF
                   PERFORM 1037-CHAIN-ONE-ROW THRU 1037-EXIT
           END-READ.
       1036-EXIT.
           EXIT.

       1037-CHAIN-ONE-ROW.
           IF AUD-CONTROL-REC
               MOVE 'Y'               TO WS-CHN-CTL-SWITCH
               MOVE AUD-CTL-SECUENCIA TO WS-CHN-ULT-SECUENCIA
               MOVE AUD-CTL-HASH      TO WS-CHN-ULT-HASH
               MOVE AUD-CTL-HASH      TO WS-CHN-SUELTAS-HASH
               MOVE ZERO              TO WS-CHN-SUELTAS
               MOVE ZERO              TO WS-CHN-SUELTAS-TOTAL
               GO TO 1037-EXIT.
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
           PERFORM 2650-HASH-AUDIT-ROW THRU 2650-EXIT.
           MOVE WS-CHN-HASH         TO WS-CHN-SUELTAS-HASH.
       1037-EXIT.
           EXIT.

       1030-OPEN-AUDIT-LOG.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
       1030-EXIT.
           EXIT.

      * Rows after the last control record belong to no closed run.
      * On a log that never had a control record they are history
      * and are sealed first; on a checkpoint restart they are the
      * crashed run's own rows and open this run's segment; any other
      * time a run died without closing them, and they are left for
      * AUDVERIF to report.
       1045-START-AUDIT-CHAIN.
           MOVE WS-CHN-ULT-HASH TO WS-CHN-HASH-ANT.
           MOVE WS-CHN-ULT-HASH TO WS-CHN-HASH.
           IF WS-CHN-SUELTAS = ZERO
               GO TO 1045-EXIT.
           IF NOT WS-CHN-CTL-SEEN
               MOVE 'L'                  TO WS-CHN-TIPO
               MOVE WS-CHN-SUELTAS       TO WS-CHN-COUNT
               MOVE WS-CHN-SUELTAS-TOTAL TO WS-CHN-TOTAL
               MOVE WS-CHN-SUELTAS-HASH  TO WS-CHN-HASH
               PERFORM 2690-WRITE-AUDIT-CONTROL THRU 2690-EXIT
               GO TO 1045-EXIT.
           IF WS-LAST-CKPT-COUNT > ZERO
               MOVE WS-CHN-SUELTAS       TO WS-CHN-COUNT
               MOVE WS-CHN-SUELTAS-TOTAL TO WS-CHN-TOTAL
               MOVE WS-CHN-SUELTAS-HASH  TO WS-CHN-HASH
           ELSE
               DISPLAY "WARNING - " WS-CHN-SUELTAS " AUDIT ROWS "
                   "AFTER THE LAST CONTROL RECORD, RUN AUDVERIF"
           END-IF.
       1045-EXIT.
           EXIT.

       1040-READ-CHECKPOINT.
           MOVE ZERO TO WS-LAST-CKPT-COUNT.
           MOVE WS-RUN-DATE TO WS-CKPT-RUN-DATE.
               MOVE BHD-BATCH-NO TO BT-BATCH-NO (WS-BATCH-COUNT)
           END-IF.
           MOVE BHD-DEPTO TO BT-DEPTO (WS-BATCH-COUNT).
           MOVE ZERO   TO BT-REVERSO-DE (WS-BATCH-COUNT).
           IF BHD-REVERSO-DE IS NUMERIC
               MOVE BHD-REVERSO-DE TO BT-REVERSO-DE (WS-BATCH-COUNT)
           END-IF.
           MOVE 'Y'    TO BT-OK-SWITCH (WS-BATCH-COUNT).
           MOVE 'N'    TO BT-DUP-REG-SWITCH (WS-BATCH-COUNT).
           MOVE ZERO   TO BT-HASH (WS-BATCH-COUNT).
               PERFORM 1080-FLAG-BATCH-ERROR THRU 1080-EXIT
           END-IF.
           PERFORM 1084-CHECK-REGISTER THRU 1084-EXIT.
           PERFORM 1086-CHECK-REVERSAL THRU 1086-EXIT.
           MOVE 'N' TO WS-HDR-SEEN-SWITCH.
       1082-EXIT.
           EXIT.
       1084-EXIT.
           EXIT.

      * A reversal batch backs out a batch that must be on the
      * register and not yet reversed - by an earlier run, or by
      * another reversal batch on this same file - or the money
      * would move back twice.  A checkpoint restart finds the
      * original already marked by this very batch and lets it
      * through.
       1086-CHECK-REVERSAL.
           IF BT-REVERSO-DE (WS-BATCH-COUNT) = ZERO
               OR BT-DUP-REG (WS-BATCH-COUNT)
               GO TO 1086-EXIT.
           MOVE BT-REVERSO-DE (WS-BATCH-COUNT) TO BRG-BATCH-NO.
           READ REG-FILE
               INVALID KEY
                   MOVE SPACES TO RPTB-MOTIVO
                   STRING "LOTE A REVERSAR " BRG-BATCH-NO
                       " NO REGISTRADO"
                       DELIMITED BY SIZE INTO RPTB-MOTIVO
                   PERFORM 1080-FLAG-BATCH-ERROR THRU 1080-EXIT
                   GO TO 1086-EXIT
           END-READ.
           IF NOT BRG-NOT-REVERSED
               AND BRG-REV-LOTE NOT = BT-BATCH-NO (WS-BATCH-COUNT)
               MOVE SPACES TO RPTB-MOTIVO
               STRING "LOTE " BRG-BATCH-NO " YA REVERSADO POR "
                   BRG-REV-LOTE
                   DELIMITED BY SIZE INTO RPTB-MOTIVO
               PERFORM 1080-FLAG-BATCH-ERROR THRU 1080-EXIT
               GO TO 1086-EXIT.
           IF WS-BATCH-COUNT > 1
               PERFORM 1087-TEST-EARLIER-REVERSAL THRU 1087-EXIT
                   VARYING WS-REV-SUB FROM 1 BY 1
                   UNTIL WS-REV-SUB >= WS-BATCH-COUNT
           END-IF.
       1086-EXIT.
           EXIT.

       1087-TEST-EARLIER-REVERSAL.
           IF BT-REVERSO-DE (WS-REV-SUB) NOT =
                  BT-REVERSO-DE (WS-BATCH-COUNT)
               OR NOT BT-OK (WS-REV-SUB)
               GO TO 1087-EXIT.
           MOVE SPACES TO RPTB-MOTIVO.
           STRING "LOTE " BT-REVERSO-DE (WS-BATCH-COUNT)
               " YA REVERSADO POR " BT-BATCH-NO (WS-REV-SUB)
               DELIMITED BY SIZE INTO RPTB-MOTIVO.
           PERFORM 1080-FLAG-BATCH-ERROR THRU 1080-EXIT.
           MOVE WS-BATCH-COUNT TO WS-REV-SUB.
       1087-EXIT.
           EXIT.

      * Marks the batch the verification pass is standing in as out
      * of control; only that batch is held out of the posting pass.
       1080-FLAG-BATCH-ERROR.
      * The batch is on the register from here on: keying or running
      * this number again, today or any later day, is refused.  A
      * key already present is the checkpoint-restart case - the
      * crashed run registered it - and stands as written.  A
      * reversal batch that posted marks the batch it backs out.
       1140-REGISTER-BATCH.
           MOVE BT-BATCH-NO (WS-BATCH-SUB) TO BRG-BATCH-NO.
           MOVE WS-RUN-DATE                TO BRG-FECHA.
           MOVE BT-DEPTO (WS-BATCH-SUB)    TO BRG-DEPTO.
           MOVE BT-LEIDOS (WS-BATCH-SUB)   TO BRG-COUNT.
           MOVE BT-HASH (WS-BATCH-SUB)     TO BRG-HASH.
           MOVE ZERO                       TO BRG-REV-LOTE.
           MOVE ZERO                       TO BRG-REV-FECHA.
           MOVE BT-REVERSO-DE (WS-BATCH-SUB) TO BRG-REVERSO-DE.
           WRITE BREG-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF BT-REVERSO-DE (WS-BATCH-SUB) NOT = ZERO
               PERFORM 1145-MARK-REVERSED THRU 1145-EXIT
           END-IF.
       1140-EXIT.
           EXIT.

      * The original carries the number and date of the reversal
      * that backed it out, so BATREVER and the verification pass
      * refuse to reverse it again.  Already marked by this batch
      * is the checkpoint-restart case.  A mark that cannot be made
      * grades the run 8: the money has moved back, and the
      * register must be put right before anyone reverses the batch
      * again.
       1145-MARK-REVERSED.
           MOVE BT-REVERSO-DE (WS-BATCH-SUB) TO BRG-BATCH-NO.
           READ REG-FILE
               INVALID KEY
                   DISPLAY "ERROR - REVERSED BATCH " BRG-BATCH-NO
                       " IS NOT ON THE BATCH REGISTER, NOT MARKED"
                   MOVE 'Y' TO WS-REV-MARK-SWITCH
                   GO TO 1145-EXIT
           END-READ.
           IF BRG-REV-LOTE = BT-BATCH-NO (WS-BATCH-SUB)
               GO TO 1145-EXIT.
           MOVE BT-BATCH-NO (WS-BATCH-SUB) TO BRG-REV-LOTE.
           MOVE WS-RUN-DATE                TO BRG-REV-FECHA.
           REWRITE BREG-RECORD
               INVALID KEY
                   DISPLAY "ERROR - CANNOT MARK BATCH " BRG-BATCH-NO
                       " REVERSED BY " BRG-REV-LOTE ", STATUS "
                       WS-REG-FILE-STATUS
                   MOVE 'Y' TO WS-REV-MARK-SWITCH
           END-REWRITE.
       1145-EXIT.
           EXIT.

      * Per-batch grade mirrors the run grades the scheduler already
      * knows: 0 clean, 4 rejects or duplicates, 12 controls failed.
       1130-SET-BATCH-RC.
           MOVE WS-BATCH-NO    TO BHD-BATCH-NO.
           MOVE WS-RUN-DATE    TO BHD-FECHA.
           MOVE WS-BATCH-DEPTO TO BHD-DEPTO.
           MOVE ZERO           TO BHD-REVERSO-DE.
           WRITE ENTRY-RECORD FROM BATCH-HEADER-REC.

           PERFORM 3100-GET-ONE-ENTRY THRU 3100-EXIT
                   IF PM-ACTIVO
                       MOVE 'Y' TO WS-PERSON-SWITCH
                   ELSE
                       IF PM-DORMIDO
                           MOVE 'D' TO WS-PERSON-SWITCH
                       ELSE
                           MOVE 'I' TO WS-PERSON-SWITCH
                       END-IF
                   END-IF
           END-READ.
       2250-EXIT.
      * identical posting (same person, amounts and operation) is
      * already on today's audit log and in the GL.  A reversal of
      * an earlier add carries a different operation, so it is not
      * a duplicate.  A reversal batch is not checked at all: its
      * offsets are built from postings already proven, and an
      * offset that happens to match one of today's postings must
      * still post.  Its own re-run is stopped by the register.
       2500-CHECK-DUPLICATE.
           MOVE NOMBRE        TO DUPK-NOMBRE.
           MOVE WKS-NUMERO-1  TO DUPK-NUMERO-1.
           MOVE WKS-NUMERO-2  TO DUPK-NUMERO-2.
           MOVE WS-OPER-CODE  TO DUPK-OPER.
           MOVE 'N' TO WS-DUP-FOUND-SWITCH.
           IF BT-REVERSO-DE (WS-BATCH-SUB) NOT = ZERO
               GO TO 2500-EXIT.
           IF WS-DUP-COUNT > ZERO
               PERFORM 2510-TEST-ONE-DUP THRU 2510-EXIT
                   VARYING WS-DUP-SUB FROM 1 BY 1
           MOVE WS-BATCH-NO  TO AUD-BATCH-NO.
           MOVE WS-OPER-CODE TO AUD-OPER.
           WRITE AUDIT-RECORD.
           ADD 1 TO WS-CHN-COUNT.
           IF AUD-POSTED
               IF AUD-OPER-SUBTRACT
                   SUBTRACT AUD-SUMA FROM WS-CHN-TOTAL
               ELSE
                   ADD AUD-SUMA TO WS-CHN-TOTAL
               END-IF
           END-IF.
           MOVE AUDIT-RECORD TO WS-CHN-FILA.
           PERFORM 2650-HASH-AUDIT-ROW THRU 2650-EXIT.
       2600-EXIT.
           EXIT.

       2650-HASH-AUDIT-ROW.
           PERFORM 2660-HASH-ONE-BYTE THRU 2660-EXIT
               VARYING WS-CHN-SUB FROM 1 BY 1
               UNTIL WS-CHN-SUB > 80.
       2650-EXIT.
           EXIT.

       2660-HASH-ONE-BYTE.
           COMPUTE WS-CHN-WORK = WS-CHN-HASH * 131
               + FUNCTION ORD (WS-CHN-FILA (WS-CHN-SUB:1)).
           DIVIDE WS-CHN-WORK BY WS-CHN-PRIMO
               GIVING WS-CHN-COCIENTE REMAINDER WS-CHN-HASH.
       2660-EXIT.
           EXIT.

      * The control record closes the segment and becomes the link
      * the next segment chains from.
       2690-WRITE-AUDIT-CONTROL.
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
           PERFORM 2695-WRITE-AUDIT-ANCHOR THRU 2695-EXIT.
       2690-EXIT.
           EXIT.

      * The anchor is the one record outside the log that says where
      * the log ends; it is rewritten whole, the way the checkpoint
      * is.  A failure here loses no posting, so it only warns.
       2695-WRITE-AUDIT-ANCHOR.
           MOVE WS-CHN-ULT-SECUENCIA TO ANC-SECUENCIA.
           MOVE WS-CHN-ULT-HASH      TO ANC-HASH.
           MOVE WS-RUN-DATE          TO ANC-FECHA.
           MOVE WS-RUN-TIME          TO ANC-HORA.
           MOVE SPACES               TO ANC-PROGRAMA.
           OPEN OUTPUT ANCLA-FILE.
           IF WS-ANCLA-FILE-STATUS NOT = "00"
               DISPLAY "WARNING - CANNOT WRITE AUDANCLA, STATUS "
                   WS-ANCLA-FILE-STATUS ", RUN AUDVERIF"
               GO TO 2695-EXIT.
           WRITE ANCLA-RECORD.
           CLOSE ANCLA-FILE.
       2695-EXIT.
           EXIT.

       2900-FLAG-INVALID-RECORD.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               OR WS-PAGE-COUNT = ZERO
               MOVE "*** RECHAZADO - INACTIVO ***" TO RPTM-MOTIVO
               MOVE '04' TO WS-SUSP-REASON
           ELSE
               IF WS-PERSON-DORMANT
                   MOVE "*** RECHAZADO - DORMIDO ***" TO RPTM-MOTIVO
                   MOVE '10' TO WS-SUSP-REASON
               ELSE
                   MOVE "*** RECHAZADO - NO EN MAESTRO " TO RPTM-MOTIVO
                   MOVE '03' TO WS-SUSP-REASON
               END-IF
           END-IF.
           WRITE RPT-RECORD FROM RPT-MASTER-LINE
               AFTER ADVANCING 1 LINE.
                   CLOSE TRANS-FILE
               END-IF
               CLOSE RPT-FILE
               IF WS-CHN-COUNT > ZERO
                   PERFORM 2690-WRITE-AUDIT-CONTROL THRU 2690-EXIT
               END-IF
               CLOSE AUDIT-FILE
               CLOSE GL-FILE
               CLOSE SUSP-FILE
           END-IF.
           IF WS-OVF-OCCURRED
               OR (WS-MODE-BATCH AND WS-RECORDS-READ = ZERO)
               OR WS-REV-MARK-FAILED
               MOVE 8 TO WS-RETURN-CODE
           END-IF.
           IF WS-ANY-BATCH-BAD OR NOT WS-BATCH-OK
               MOVE WS-GRAND-TOTAL       TO STAT-GRAN-TOTAL
           END-IF.
           MOVE WS-BATCH-RC          TO STAT-RETURN-CODE.
           MOVE SPACES               TO STAT-PROGRAMA.
           WRITE STAT-RECORD.
           CLOSE STAT-FILE.
       9400-EXIT.
