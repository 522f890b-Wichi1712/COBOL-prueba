      *                 per person via SORT, drift report with first
      *                 drift date, master sweep for unsupported
      *                 balances, return code 8 when out of proof.
      * 15/10/2026 WCG  Replay the 'G' rows GLACKREC writes when the
      *                 GL refuses a posted line: they take the
      *                 posting back off the balance.
      * 15/10/2026 WCG  Follow PERSXREF: rows posted under a name
      *                 PERSREN later renamed or merged are replayed
      *                 under the person who holds the balance now;
      *                 a replace row resets only the balance the
      *                 name it was posted under held at the time.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRECON.
               RECORD KEY IS PM-NOMBRE
               FILE STATUS IS WS-PERS-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

           SELECT SORT-FILE ASSIGN TO SORTWK.

           SELECT RPT-FILE ASSIGN TO RECONRPT
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

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
       01  WS-ARCH-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-XREF-FILE-STATUS              PIC X(02)   VALUE SPACES.

       01  WS-ARCH-DSN                      PIC X(30)   VALUE SPACES.

               88  WS-SEEN-FOUND             VALUE 'Y'.
           05  WS-SEEN-FULL-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-SEEN-TABLE-FULL        VALUE 'Y'.
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
           05  WS-SEEN-NOMBRE OCCURS 5000 TIMES
                                            PIC X(30).

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
      * under, so a replace row posted before a merge resets only
      * its own part of the merged balance.
       01  WS-PART-SUB                      PIC 9(04)   VALUE ZERO.
       01  WS-PART-IDX                      PIC 9(04)   VALUE ZERO.
       01  WS-PART-CONTROLS.
           05  WS-PART-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-PART-MAX                  PIC 9(04)   VALUE 50.
       01  WS-PART-TABLE.
           05  WS-PART-ENTRY OCCURS 50 TIMES.
               10  PRT-NOMBRE               PIC X(30).
               10  PRT-SALDO                PIC S9(15).

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
       1000-INITIALIZE.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           PERFORM 1020-LOAD-XREF THRU 1020-EXIT.
           OPEN INPUT PERS-FILE.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN PERSON MASTER, STATUS "
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

      * Input procedure: the archived months first (a month that was
      * never closed is skipped with a warning, not an error), then
      * the live log, releasing every row that moved a balance -
      * posted rows and GL back-outs - to the sort.
       2000-SELECT-ROWS.
           IF WS-MES-DESDE NOT = SPACES
               MOVE WS-MES-DESDE TO WS-MES-ACTUAL
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF-SWITCH
               NOT AT END
                   IF ARC-POSTED OR ARC-GL-BACKOUT
                       MOVE ARCH-RECORD TO SORT-AUDIT-REC
                       PERFORM 2600-RELEASE-MAPPED THRU 2600-EXIT
                   END-IF
           END-READ.
       2200-EXIT.
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
           RELEASE SORT-AUDIT-REC.
       2600-EXIT.
           EXIT.

      * Output procedure: rows arrive grouped per person, oldest
      * first, so the replay is a straight control break.
       3000-RECONCILE.
               AND WS-RUN-SALDO = WS-PM-SALDO
               MOVE SRT-FECHA TO WS-DRIFT-FECHA
           END-IF.
           PERFORM 3250-FIND-PART THRU 3250-EXIT.
           IF SRT-OPER-SUBTRACT
               SUBTRACT SRT-SUMA FROM WS-RUN-SALDO
               IF WS-PART-SUB > ZERO
                   SUBTRACT SRT-SUMA FROM PRT-SALDO (WS-PART-SUB)
               END-IF
           ELSE
               IF SRT-OPER-REPLACE
                   PERFORM 3270-REPLACE-PART THRU 3270-EXIT
               ELSE
                   ADD SRT-SUMA TO WS-RUN-SALDO
                   IF WS-PART-SUB > ZERO
                       ADD SRT-SUMA TO PRT-SALDO (WS-PART-SUB)
                   END-IF
               END-IF
           END-IF.
       3200-EXIT.
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

      * A replace sets the balance of the name it was posted under
      * as that name stood then: its own part plus every part
      * already merged into it.  Parts merged in later keep theirs.
       3270-REPLACE-PART.
           IF WS-PART-SUB = ZERO
               MOVE SRT-SUMA TO WS-RUN-SALDO
               GO TO 3270-EXIT.
           PERFORM 3275-CLEAR-ONE-PART THRU 3275-EXIT
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT.
           MOVE SRT-SUMA TO PRT-SALDO (WS-PART-SUB).
           ADD SRT-SUMA TO WS-RUN-SALDO.
       3270-EXIT.
           EXIT.

       3275-CLEAR-ONE-PART.
           MOVE PRT-NOMBRE (WS-PART-IDX) TO WS-MAP-NOMBRE.
           MOVE SRT-FECHA TO WS-MAP-FECHA.
           MOVE SRT-HORA  TO WS-MAP-HORA.
           MOVE 'E' TO WS-MAP-MODE-SWITCH.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           IF WS-MAP-NOMBRE = SRT-NOMBRE-ORIG
               SUBTRACT PRT-SALDO (WS-PART-IDX) FROM WS-RUN-SALDO
               MOVE ZERO TO PRT-SALDO (WS-PART-IDX)
           END-IF.
       3275-EXIT.
           EXIT.

       3300-START-PERSON.
           MOVE SRT-NOMBRE TO WS-NOMBRE-ACTUAL.
           MOVE 'Y' TO WS-PERSON-OPEN-SWITCH.
           MOVE ZERO TO WS-RUN-SALDO.
           MOVE ZERO TO WS-DRIFT-FECHA.
           MOVE ZERO TO WS-PRIMERA-FECHA.
           MOVE ZERO TO WS-PART-COUNT.
           MOVE 'N' TO WS-PART-FULL-SWITCH.
           ADD 1 TO WS-PERSONAS-LEIDAS.

           MOVE WS-NOMBRE-ACTUAL TO PM-NOMBRE.
       4250-EXIT.
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
               PERFORM 2500-WRITE-HEADINGS THRU 2500-EXIT
