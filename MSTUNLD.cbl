      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Unload of the indexed masters.  Copies the person
      *          master (PERSMAST), the account map (GLACCMAP) and
      *          the batch register (BATCHREG) front to back into
      *          dated sequential files - UNLPERS.yyyymmdd,
      *          UNLMAP.yyyymmdd and UNLREG.yyyymmdd - each framed
      *          by a header with the date and time of the unload
      *          and a trailer with the record count and control
      *          total (UNLCTL), so MSTRELD can prove a copy whole
      *          before it rebuilds a master from it and ROLLFWD
      *          knows from what moment to replay the audit log.
      *          Run it between posting runs: a posting run still
      *          going when the unload starts stamps its audit rows
      *          earlier than the unload, and a roll-forward from
      *          this copy would not replay them.  A master that
      *          cannot be read is reported and the job ends with
      *          return code 8; the other masters are still
      *          unloaded.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: dated unload of PERSMAST,
      *                 GLACCMAP and BATCHREG with header/trailer
      *                 controls, unload report, return code 8 when
      *                 a master is not unloaded whole.
      * 15/10/2026 WCG  A batch register on the old layout is not
      *                 unloaded; REGCONV must convert it first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTUNLD.
       AUTHOR. Chipana.
       INSTALLATION. D-O-S.
       DATE-WRITTEN. 15-10-2026.
       DATE-COMPILED. 15-10-2026.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERS-FILE ASSIGN TO PERSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-NOMBRE
               FILE STATUS IS WS-PERS-FILE-STATUS.

           SELECT MAP-FILE ASSIGN TO GLACCMAP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GLM-LLAVE
               FILE STATUS IS WS-MAP-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRG-BATCH-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT UNL-FILE ASSIGN TO DYNAMIC WS-UNL-DSN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNL-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO UNLDRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GLACCMAP.

       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHREG.

      * Header, the master's records in key order, trailer.  The
      * record is as long as the longest master (PERSMAST).
       FD  UNL-FILE
           LABEL RECORDS ARE STANDARD.
       01  UNL-RECORD                       PIC X(88).

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY UNLCTL.

       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-MAP-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-REG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-UNL-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-UNL-DSN                       PIC X(30)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-MST-EOF-SWITCH            PIC X(01)   VALUE 'N'.
               88  WS-MST-EOF                VALUE 'Y'.
           05  WS-UNL-OK-SWITCH             PIC X(01)   VALUE 'N'.
               88  WS-UNL-OK                 VALUE 'Y'.
           05  WS-READ-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-READ-ERROR             VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
           05  WS-RUN-TIME                  PIC 9(08)   VALUE ZERO.
           05  WS-MAESTRO                   PIC X(08)   VALUE SPACES.
           05  WS-UNL-PREFIJO               PIC X(08)   VALUE SPACES.
           05  WS-ESTADO                    PIC X(14)   VALUE SPACES.

      * The controls of the master being unloaded, written to its
      * trailer.
       01  WS-UNL-TOTALS.
           05  WS-UNL-COUNT                 PIC 9(07)   VALUE ZERO.
           05  WS-UNL-TOTAL                 PIC S9(15)  VALUE ZERO.

       01  WS-FALLAS                        PIC 9(02)   VALUE ZERO.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "MSTUNLD".
           05  FILLER                       PIC X(30)
                   VALUE "DESCARGA DE MAESTROS - FECHA".
           05  RPTH-FECHA                   PIC 9(08).
           05  FILLER                       PIC X(08)
                   VALUE "  HORA:".
           05  RPTH-HORA                    PIC 9(08).

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(10)
                   VALUE "MAESTRO".
           05  FILLER                       PIC X(19)
                   VALUE "ARCHIVO".
           05  FILLER                       PIC X(08)
                   VALUE "   REGS".
           05  FILLER                       PIC X(21)
                   VALUE "       TOTAL CONTROL".
           05  FILLER                       PIC X(14)
                   VALUE "ESTADO".

       01  RPT-MASTER-LINE.
           05  RPTM-MAESTRO                 PIC X(09).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTM-ARCHIVO                 PIC X(18).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTM-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTM-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9-.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTM-ESTADO                  PIC X(14).

       01  RPT-RESULT-LINE.
           05  RPTX-RESULT                  PIC X(60).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-UNLOAD-PERS THRU 2000-EXIT.
           PERFORM 3000-UNLOAD-MAP THRU 3000-EXIT.
           PERFORM 4000-UNLOAD-REG THRU 4000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT RPT-FILE.
           MOVE WS-RUN-DATE TO RPTH-FECHA.
           MOVE WS-RUN-TIME TO RPTH-HORA.
           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO RPT-RECORD.
           WRITE RPT-RECORD
               AFTER ADVANCING 1 LINE.
       1000-EXIT.
           EXIT.

      ******************************************************************
      * Person master.  A master that does not exist yet (status 35)
      * unloads as an empty copy, so a reload from it is still a
      * proven, if empty, master.
      ******************************************************************
       2000-UNLOAD-PERS.
           MOVE "PERSMAST" TO WS-MAESTRO.
           MOVE "UNLPERS." TO WS-UNL-PREFIJO.
           OPEN INPUT PERS-FILE.
           IF WS-PERS-FILE-STATUS = "35"
               DISPLAY "WARNING - PERSMAST DOES NOT EXIST, "
                   "UNLOADED EMPTY"
               PERFORM 7000-OPEN-UNLOAD THRU 7000-EXIT
               PERFORM 7100-CLOSE-UNLOAD THRU 7100-EXIT
               GO TO 2000-EXIT.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN PERSON MASTER, STATUS "
                   WS-PERS-FILE-STATUS
               PERFORM 7300-MASTER-NOT-READ THRU 7300-EXIT
               GO TO 2000-EXIT.
           PERFORM 7000-OPEN-UNLOAD THRU 7000-EXIT.
           IF NOT WS-UNL-OK
               CLOSE PERS-FILE
               GO TO 2000-EXIT.
           MOVE 'N' TO WS-MST-EOF-SWITCH.
           PERFORM 2100-UNLOAD-ONE-PERS THRU 2100-EXIT
               UNTIL WS-MST-EOF.
           CLOSE PERS-FILE.
           PERFORM 7100-CLOSE-UNLOAD THRU 7100-EXIT.
       2000-EXIT.
           EXIT.

       2100-UNLOAD-ONE-PERS.
           READ PERS-FILE
               AT END
                   MOVE 'Y' TO WS-MST-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - READING PERSON MASTER, STATUS "
                   WS-PERS-FILE-STATUS
               MOVE 'Y' TO WS-READ-ERROR-SWITCH
               MOVE 'Y' TO WS-MST-EOF-SWITCH
               GO TO 2100-EXIT.
           WRITE UNL-RECORD FROM PERS-RECORD.
           ADD 1 TO WS-UNL-COUNT.
           ADD PM-SALDO TO WS-UNL-TOTAL.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * Account map.  No amounts on it: the count is its control.
      ******************************************************************
       3000-UNLOAD-MAP.
           MOVE "GLACCMAP" TO WS-MAESTRO.
           MOVE "UNLMAP."  TO WS-UNL-PREFIJO.
           OPEN INPUT MAP-FILE.
           IF WS-MAP-FILE-STATUS = "35"
               DISPLAY "WARNING - GLACCMAP DOES NOT EXIST, "
                   "UNLOADED EMPTY"
               PERFORM 7000-OPEN-UNLOAD THRU 7000-EXIT
               PERFORM 7100-CLOSE-UNLOAD THRU 7100-EXIT
               GO TO 3000-EXIT.
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN GLACCMAP, STATUS "
                   WS-MAP-FILE-STATUS
               PERFORM 7300-MASTER-NOT-READ THRU 7300-EXIT
               GO TO 3000-EXIT.
           PERFORM 7000-OPEN-UNLOAD THRU 7000-EXIT.
           IF NOT WS-UNL-OK
               CLOSE MAP-FILE
               GO TO 3000-EXIT.
           MOVE 'N' TO WS-MST-EOF-SWITCH.
           PERFORM 3100-UNLOAD-ONE-MAP THRU 3100-EXIT
               UNTIL WS-MST-EOF.
           CLOSE MAP-FILE.
           PERFORM 7100-CLOSE-UNLOAD THRU 7100-EXIT.
       3000-EXIT.
           EXIT.

       3100-UNLOAD-ONE-MAP.
           READ MAP-FILE
               AT END
                   MOVE 'Y' TO WS-MST-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ.
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - READING GLACCMAP, STATUS "
                   WS-MAP-FILE-STATUS
               MOVE 'Y' TO WS-READ-ERROR-SWITCH
               MOVE 'Y' TO WS-MST-EOF-SWITCH
               GO TO 3100-EXIT.
           WRITE UNL-RECORD FROM GLMAP-RECORD.
           ADD 1 TO WS-UNL-COUNT.
       3100-EXIT.
           EXIT.

      ******************************************************************
      * Batch register.  The detail counts of its batches add up to
      * its control total.
      ******************************************************************
       4000-UNLOAD-REG.
           MOVE "BATCHREG" TO WS-MAESTRO.
           MOVE "UNLREG."  TO WS-UNL-PREFIJO.
           OPEN INPUT REG-FILE.
           IF WS-REG-FILE-STATUS = "35"
               DISPLAY "WARNING - BATCHREG DOES NOT EXIST, "
                   "UNLOADED EMPTY"
               PERFORM 7000-OPEN-UNLOAD THRU 7000-EXIT
               PERFORM 7100-CLOSE-UNLOAD THRU 7100-EXIT
               GO TO 4000-EXIT.
           IF WS-REG-FILE-STATUS = "39"
               DISPLAY "ERROR - BATCHREG IS ON THE PRE-REVERSAL "
                   "LAYOUT, RUN REGCONV FIRST"
               PERFORM 7300-MASTER-NOT-READ THRU 7300-EXIT
               GO TO 4000-EXIT.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN BATCHREG, STATUS "
                   WS-REG-FILE-STATUS
               PERFORM 7300-MASTER-NOT-READ THRU 7300-EXIT
               GO TO 4000-EXIT.
           PERFORM 7000-OPEN-UNLOAD THRU 7000-EXIT.
           IF NOT WS-UNL-OK
               CLOSE REG-FILE
               GO TO 4000-EXIT.
           MOVE 'N' TO WS-MST-EOF-SWITCH.
           PERFORM 4100-UNLOAD-ONE-REG THRU 4100-EXIT
               UNTIL WS-MST-EOF.
           CLOSE REG-FILE.
           PERFORM 7100-CLOSE-UNLOAD THRU 7100-EXIT.
       4000-EXIT.
           EXIT.

       4100-UNLOAD-ONE-REG.
           READ REG-FILE
               AT END
                   MOVE 'Y' TO WS-MST-EOF-SWITCH
                   GO TO 4100-EXIT
           END-READ.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - READING BATCHREG, STATUS "
                   WS-REG-FILE-STATUS
               MOVE 'Y' TO WS-READ-ERROR-SWITCH
               MOVE 'Y' TO WS-MST-EOF-SWITCH
               GO TO 4100-EXIT.
           WRITE UNL-RECORD FROM BREG-RECORD.
           ADD 1 TO WS-UNL-COUNT.
           ADD BRG-COUNT TO WS-UNL-TOTAL.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * The dated unload file for the master named in WS-MAESTRO,
      * opened and headed.
      ******************************************************************
       7000-OPEN-UNLOAD.
           MOVE ZERO TO WS-UNL-COUNT.
           MOVE ZERO TO WS-UNL-TOTAL.
           MOVE 'N' TO WS-READ-ERROR-SWITCH.
           MOVE 'N' TO WS-UNL-OK-SWITCH.
           MOVE SPACES TO WS-UNL-DSN.
           STRING WS-UNL-PREFIJO DELIMITED BY SPACE
                  WS-RUN-DATE    DELIMITED BY SIZE
               INTO WS-UNL-DSN.
           OPEN OUTPUT UNL-FILE.
           IF WS-UNL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN " WS-UNL-DSN
                   ", STATUS " WS-UNL-FILE-STATUS
               MOVE "NO SE CREA" TO WS-ESTADO
               PERFORM 7200-PRINT-MASTER-LINE THRU 7200-EXIT
               ADD 1 TO WS-FALLAS
               GO TO 7000-EXIT.
           MOVE 'Y'         TO WS-UNL-OK-SWITCH.
           MOVE 'HDR'       TO UNH-REC-TYPE.
           MOVE WS-MAESTRO  TO UNH-MAESTRO.
           MOVE WS-RUN-DATE TO UNH-FECHA.
           MOVE WS-RUN-TIME TO UNH-HORA.
           WRITE UNL-RECORD FROM UNL-HEADER-REC.
       7000-EXIT.
           EXIT.

      * A copy cut short by a read error gets no trailer, so MSTRELD
      * can never mistake it for a whole master.
       7100-CLOSE-UNLOAD.
           IF NOT WS-UNL-OK
               GO TO 7100-EXIT.
           IF WS-READ-ERROR
               CLOSE UNL-FILE
               MOVE "INCOMPLETO" TO WS-ESTADO
               PERFORM 7200-PRINT-MASTER-LINE THRU 7200-EXIT
               ADD 1 TO WS-FALLAS
               GO TO 7100-EXIT.
           MOVE 'TRL'        TO UNT-REC-TYPE.
           MOVE WS-UNL-COUNT TO UNT-COUNT.
           MOVE WS-UNL-TOTAL TO UNT-TOTAL.
           WRITE UNL-RECORD FROM UNL-TRAILER-REC.
           CLOSE UNL-FILE.
           IF WS-UNL-COUNT = ZERO
               MOVE "VACIO" TO WS-ESTADO
           ELSE
               MOVE "DESCARGADO" TO WS-ESTADO
           END-IF.
           PERFORM 7200-PRINT-MASTER-LINE THRU 7200-EXIT.
       7100-EXIT.
           EXIT.

       7200-PRINT-MASTER-LINE.
           MOVE WS-MAESTRO   TO RPTM-MAESTRO.
           MOVE WS-UNL-DSN   TO RPTM-ARCHIVO.
           MOVE WS-UNL-COUNT TO RPTM-COUNT.
           MOVE WS-UNL-TOTAL TO RPTM-TOTAL.
           MOVE WS-ESTADO    TO RPTM-ESTADO.
           WRITE RPT-RECORD FROM RPT-MASTER-LINE
               AFTER ADVANCING 1 LINE.
       7200-EXIT.
           EXIT.

       7300-MASTER-NOT-READ.
           MOVE SPACES TO WS-UNL-DSN.
           MOVE ZERO TO WS-UNL-COUNT.
           MOVE ZERO TO WS-UNL-TOTAL.
           MOVE "NO SE ABRE" TO WS-ESTADO.
           PERFORM 7200-PRINT-MASTER-LINE THRU 7200-EXIT.
           ADD 1 TO WS-FALLAS.
       7300-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-FALLAS > ZERO
               MOVE "*** DESCARGA INCOMPLETA - REVISAR ***"
                   TO RPTX-RESULT
           ELSE
               MOVE "*** MAESTROS DESCARGADOS ***" TO RPTX-RESULT
           END-IF.
           WRITE RPT-RECORD FROM RPT-RESULT-LINE
               AFTER ADVANCING 2 LINES.
           CLOSE RPT-FILE.

           IF WS-FALLAS > ZERO
               DISPLAY "MSTUNLD - " WS-FALLAS " MASTERS NOT UNLOADED"
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-EXIT.
           EXIT.
