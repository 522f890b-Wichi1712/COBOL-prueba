      * 02/09/2026 WCG  Initial version: master lookup with explicit
      *                 unknown/inactive answers, recent audit rows
      *                 per name from the live log, loop until FIN.
      * 15/10/2026 WCG  Show the GL back-out rows ('G') as DEVOL. GL.
      * 15/10/2026 WCG  Follow PERSXREF: rows posted under an earlier
      *                 name of the person (renamed or merged by
      *                 PERSREN) show with the name they carry, and
      *                 a name no longer on the master says what it
      *                 became.
      * 15/10/2026 WCG  Show a person DORMSWP flagged dormant as
      *                 DORMIDO, with a note that postings are held
      *                 until PERSMANT reactivates them.
      * 15/10/2026 WCG  Skip the audit log's control records ('C');
      *                 they close a run's rows and are no movement.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSINQ.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT XREF-FILE ASSIGN TO PERSXREF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUDITREC.

       FD  XREF-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSXREF.

       WORKING-STORAGE SECTION.
       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-XREF-FILE-STATUS              PIC X(02)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SESSION-DONE-SWITCH       PIC X(01)   VALUE 'N'.
               88  WS-SESSION-DONE           VALUE 'Y'.
           05  WS-AUD-EOF-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-AUD-EOF                VALUE 'Y'.
           05  WS-XREF-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-XREF-EOF               VALUE 'Y'.
           05  WS-XREF-FULL-SWITCH          PIC X(01)   VALUE 'N'.
               88  WS-XREF-TABLE-FULL        VALUE 'Y'.
           05  WS-MAP-MODE-SWITCH           PIC X(01)   VALUE 'H'.
               88  WS-MAP-HISTORY            VALUE 'H'.
               88  WS-MAP-EFFECTIVE          VALUE 'E'.

       01  WS-INQ-NOMBRE                    PIC X(30)   VALUE SPACES.
       01  WS-MOVTOS-COUNT                  PIC 9(05)   VALUE ZERO.

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

       01  WS-EDIT-FIELDS.
           05  WS-SALDO-ED            PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  WS-SUMA-ED                   PIC Z,ZZZ,ZZZ,ZZ9.
               DISPLAY "EL NOMBRE NO PUEDE SER BLANCO"
               GO TO 2000-ONE-INQUIRY.

           PERFORM 2100-LOAD-XREF THRU 2100-EXIT.
           MOVE WS-INQ-NOMBRE TO PM-NOMBRE.
           READ PERS-FILE
               INVALID KEY
                   DISPLAY "** " WS-INQ-NOMBRE
                       " NO EXISTE EN EL MAESTRO **"
                   PERFORM 2150-SHOW-NEW-NAME THRU 2150-EXIT
               NOT INVALID KEY
                   PERFORM 2200-SHOW-MASTER THRU 2200-EXIT
                   PERFORM 2300-SHOW-ACTIVITY THRU 2300-EXIT
       2000-EXIT.
           EXIT.

      * Loaded per inquiry, like the log, so a rename made during a
      * long session is followed.  No cross-reference yet just means
      * nobody was ever renamed.
       2100-LOAD-XREF.
           MOVE ZERO TO WS-XREF-COUNT.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               GO TO 2100-EXIT.
           MOVE 'N' TO WS-XREF-EOF-SWITCH.
           PERFORM 2110-LOAD-ONE-XREF THRU 2110-EXIT
               UNTIL WS-XREF-EOF.
           CLOSE XREF-FILE.
       2100-EXIT.
           EXIT.

       2110-LOAD-ONE-XREF.
           READ XREF-FILE
               AT END
                   MOVE 'Y' TO WS-XREF-EOF-SWITCH
                   GO TO 2110-EXIT
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
       2110-EXIT.
           EXIT.

      * A name that is gone from the master because it was renamed
      * or merged away: say where the balance went, after every
      * change made so far.
       2150-SHOW-NEW-NAME.
           MOVE WS-INQ-NOMBRE TO WS-MAP-NOMBRE.
           MOVE ALL '9' TO WS-MAP-MARCA.
           MOVE 'E' TO WS-MAP-MODE-SWITCH.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           IF WS-MAP-NOMBRE = WS-INQ-NOMBRE
               DISPLAY "   (ALTA CON PERSMANT SI CORRESPONDE)"
           ELSE
               DISPLAY "   NOMBRE CAMBIADO A: " WS-MAP-NOMBRE
           END-IF.
       2150-EXIT.
           EXIT.

       2200-SHOW-MASTER.
           IF PM-ACTIVO
               MOVE "ACTIVO" TO WS-ESTADO-TXT
           ELSE
               IF PM-DORMIDO
                   MOVE "DORMIDO" TO WS-ESTADO-TXT
               ELSE
                   MOVE "INACTIVO" TO WS-ESTADO-TXT
               END-IF
           END-IF.
           MOVE PM-SALDO TO WS-SALDO-ED.
           DISPLAY "NOMBRE:     " PM-NOMBRE.
           IF PM-INACTIVO
               DISPLAY "** INACTIVO - NO RECIBE APLICACIONES **"
           END-IF.
           IF PM-DORMIDO
               DISPLAY "** DORMIDO - NO RECIBE APLICACIONES HASTA "
                   "REACTIVAR CON PERSMANT **"
           END-IF.
           DISPLAY "SALDO:      " WS-SALDO-ED.
           DISPLAY "FECHA ALTA: " PM-FECHA-ALTA.
           DISPLAY "ULT. ACTIV: " PM-ULT-ACTIV.
                   MOVE 'Y' TO WS-AUD-EOF-SWITCH
                   GO TO 2400-EXIT
           END-READ.
           IF AUD-CONTROL-REC
               GO TO 2400-EXIT.
           MOVE AUD-NOMBRE TO WS-MAP-NOMBRE.
           MOVE AUD-FECHA  TO WS-MAP-FECHA.
           MOVE AUD-HORA   TO WS-MAP-HORA.
           MOVE 'H' TO WS-MAP-MODE-SWITCH.
           PERFORM 5000-MAP-NAME THRU 5000-EXIT.
           IF WS-MAP-NOMBRE NOT = WS-INQ-NOMBRE
               GO TO 2400-EXIT.
           ADD 1 TO WS-MOVTOS-COUNT.
           PERFORM 2500-SET-STATUS-TXT THRU 2500-EXIT.
           MOVE AUD-SUMA TO WS-SUMA-ED.
           IF AUD-NOMBRE = WS-INQ-NOMBRE
               DISPLAY AUD-FECHA "  " AUD-HORA "  " WS-SUMA-ED
                   "  " AUD-OPER "  " WS-STATUS-TXT
           ELSE
               DISPLAY AUD-FECHA "  " AUD-HORA "  " WS-SUMA-ED
                   "  " AUD-OPER "  " WS-STATUS-TXT
                   "  COMO " AUD-NOMBRE
           END-IF.
       2400-EXIT.
           EXIT.

                   IF AUD-DUPLICATE
                       MOVE "DUPLICADO" TO WS-STATUS-TXT
                   ELSE
                       IF AUD-GL-BACKOUT
                           MOVE "DEVOL. GL" TO WS-STATUS-TXT
                       ELSE
                           MOVE "RECHAZADO" TO WS-STATUS-TXT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2500-EXIT.
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
           CLOSE PERS-FILE.
           DISPLAY "CONSULTA TERMINADA".
