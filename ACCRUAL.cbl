      ******************************************************************
      * Author:Wilfredo Chipana Gonzales
      * Date:15/10/2026
      * Purpose: Month-end interest and service-fee accrual.  Reads
      *          every active person on PERSMAST, looks the balance
      *          up in the interest-rate and service-fee tiers on the
      *          rate cards (RATEIN, by balance band), and writes one
      *          batch-controlled transaction file (ACCROUT) for the
      *          normal controlled run: the interest as an add and
      *          the fee as a subtract, under the accrual department
      *          so GLACCMAP books them to their own GL accounts.
      *          The accrual register lists each person's balance,
      *          rate, interest, fee and net.  Every month accrued is
      *          kept on the accrual history (ACCRHIST) and a month
      *          already there is refused, so the run cannot charge
      *          or pay a month twice.
      * Tectonics: cobc
      ******************************************************************
      * MODIFICATION HISTORY
      * 15/10/2026 WCG  Initial version: interest and fee tiers from
      *                 cards, one HDR/details/TRL batch, accrual
      *                 register, month history.
      * 15/10/2026 WCG  Stop with return code 16 on a batch register
      *                 still on the pre-reversal layout.
      * 15/10/2026 WCG  Register detail on a 132-column line, with
      *                 balance, interest, fee and net printed to
      *                 their full width.
      * 15/10/2026 WCG  An amount split over several records numbers
      *                 them in NUMERO-1 (remainder first), so no two
      *                 of them look alike to the posting run's
      *                 duplicate check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.
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

           SELECT RATE-FILE ASSIGN TO RATEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT PERS-FILE ASSIGN TO PERSMAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PM-NOMBRE
               FILE STATUS IS WS-PERS-FILE-STATUS.

           SELECT REG-FILE ASSIGN TO BATCHREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRG-BATCH-NO
               FILE STATUS IS WS-REG-FILE-STATUS.

           SELECT HIST-FILE ASSIGN TO ACCRHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ACCR-FILE ASSIGN TO ACCROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCR-FILE-STATUS.

           SELECT RPT-FILE ASSIGN TO ACCRRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Accrual card: the month accrued (YYYYMM) and the batch
      * number the accrual batch is to carry, both required, and
      * the department it posts under; blank means ACRU.
       FD  SYSIN-FILE
           LABEL RECORDS ARE STANDARD.
       01  SYSIN-RECORD.
           05  SYSIN-MES                    PIC X(06).
           05  FILLER                       PIC X(01).
           05  SYSIN-BATCH-NO               PIC X(06).
           05  FILLER                       PIC X(01).
           05  SYSIN-DEPTO                  PIC X(04).

      * Rate cards, one tier per card: 'I' an interest rate, a
      * percentage of the balance per month with four decimals
      * (001250 is 0.1250%), 'F' a flat monthly service fee.  A
      * tier covers the balances from DESDE to HASTA inclusive; the
      * first tier of its type that covers a balance applies.  A
      * negative balance earns no interest and takes the fee of the
      * band that covers zero.  Blank cards are skipped.
       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-RECORD.
           05  RATE-TIPO                    PIC X(01).
               88  RATE-INTERES              VALUE 'I'.
               88  RATE-CUOTA                VALUE 'F'.
           05  FILLER                       PIC X(01).
           05  RATE-DESDE                   PIC X(15).
           05  FILLER                       PIC X(01).
           05  RATE-HASTA                   PIC X(15).
           05  FILLER                       PIC X(01).
           05  RATE-VALOR                   PIC X(10).
           05  RATE-VALOR-TASA REDEFINES RATE-VALOR.
               10  RATE-TASA                PIC X(06).
               10  RATE-TASA-RESTO          PIC X(04).

       FD  PERS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PERSMAST.

       FD  REG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BATCHREG.

      * One record per month accrued, appended when the accrual
      * file has been written.
       FD  HIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  HIST-RECORD.
           05  ACH-MES                      PIC 9(06).
           05  FILLER                       PIC X(01).
           05  ACH-BATCH-NO                 PIC 9(06).
           05  FILLER                       PIC X(01).
           05  ACH-FECHA                    PIC 9(08).
           05  FILLER                       PIC X(01).
           05  ACH-DEPTO                    PIC X(04).
           05  FILLER                       PIC X(01).
           05  ACH-COUNT                    PIC 9(07).
           05  FILLER                       PIC X(01).
           05  ACH-INTERES                  PIC 9(15).
           05  FILLER                       PIC X(01).
           05  ACH-CUOTAS                   PIC 9(15).

      * Written in the transaction layout the batch run reads: one
      * HDR/details/TRL batch, the same framing BATREVER writes.
       FD  ACCR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WORKAREA
               REPLACING ==WORKAREA==     BY ==ACCR-RECORD==
                         ==NOMBRE==       BY ==ACCR-NOMBRE==
                         ==WKS-NUMERO-1== BY ==ACCR-NUMERO-1==
                         ==WKS-NUMERO-2== BY ==ACCR-NUMERO-2==.
           05  ACCR-OPER                    PIC X(01).
           05  ACCR-FECHA-EFF               PIC X(08).
      * The accrual carries the override: a charge the bank computes
      * itself is not a customer posting to be held on a limit.
           05  ACCR-OVERRIDE                PIC X(01).

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RPT-RECORD                       PIC X(132).

       WORKING-STORAGE SECTION.
           COPY TRANSCTL.

       01  WS-SYSIN-FILE-STATUS             PIC X(02)   VALUE SPACES.
       01  WS-RATE-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-PERS-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-REG-FILE-STATUS               PIC X(02)   VALUE SPACES.
       01  WS-HIST-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-ACCR-FILE-STATUS              PIC X(02)   VALUE SPACES.
       01  WS-RPT-FILE-STATUS               PIC X(02)   VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CARD-SWITCH               PIC X(01)   VALUE 'N'.
               88  WS-CARD-OK                VALUE 'Y'.
           05  WS-RATE-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-RATE-EOF               VALUE 'Y'.
           05  WS-RATE-ERROR-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-RATE-ERROR             VALUE 'Y'.
           05  WS-PERS-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-PERS-EOF               VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH           PIC X(01)   VALUE 'N'.
               88  WS-HIST-EOF               VALUE 'Y'.
           05  WS-BATCH-OPEN-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-BATCH-OPEN             VALUE 'Y'.
           05  WS-TIER-FOUND-SWITCH         PIC X(01)   VALUE 'N'.
               88  WS-TIER-FOUND             VALUE 'Y'.

       01  WS-MES-CONTROLS.
           05  WS-MES                       PIC 9(06)   VALUE ZERO.
           05  WS-MES-R REDEFINES WS-MES.
               10  WS-MES-AA                PIC 9(04).
               10  WS-MES-MM                PIC 9(02).
           05  WS-MES-RUN                   PIC 9(06)   VALUE ZERO.

       01  WS-WORK-FIELDS.
           05  WS-RUN-DATE                  PIC 9(08)   VALUE ZERO.
           05  WS-BATCH-NO                  PIC 9(06)   VALUE ZERO.
           05  WS-DEPTO                     PIC X(04)   VALUE "ACRU".
           05  WS-RATE-CARD-NO              PIC 9(04)   VALUE ZERO.
           05  WS-BATCH-COUNT               PIC 9(07)   VALUE ZERO.
           05  WS-BATCH-HASH                PIC 9(15)   VALUE ZERO.
           05  WS-SALDO-BANDA               PIC 9(15)   VALUE ZERO.
           05  WS-TASA                      PIC 9(02)V9(04)
                                                        VALUE ZERO.
           05  WS-INTERES                   PIC 9(15)   VALUE ZERO.
           05  WS-CUOTA                     PIC 9(10)   VALUE ZERO.
           05  WS-NETO                      PIC S9(15)  VALUE ZERO.
           05  WS-IMPORTE                   PIC 9(15)   VALUE ZERO.
           05  WS-TRAMO                     PIC 9(10)   VALUE ZERO.
           05  WS-TRAMO-MAX                 PIC 9(10)
                                            VALUE 9999999999.
           05  WS-TRAMO-NUM                 PIC 9(06)   VALUE ZERO.
           05  WS-TRAMO-COCIENTE            PIC 9(06)   VALUE ZERO.
           05  WS-TRAMO-RESTO               PIC 9(10)   VALUE ZERO.
           05  WS-ACCR-OPER-CODE            PIC X(01)   VALUE SPACE.

      * The tiers from the rate cards, in card order.
       01  WS-TIER-SUB                      PIC 9(04)   VALUE ZERO.
       01  WS-TASA-CONTROLS.
           05  WS-TASA-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-TASA-MAX                  PIC 9(04)   VALUE 20.
       01  WS-TASA-TABLE.
           05  WS-TASA-ENTRY OCCURS 20 TIMES.
               10  TST-DESDE                PIC 9(15).
               10  TST-HASTA                PIC 9(15).
               10  TST-TASA                 PIC 9(02)V9(04).

       01  WS-CUOTA-CONTROLS.
           05  WS-CUOTA-COUNT               PIC 9(04)   VALUE ZERO.
           05  WS-CUOTA-MAX                 PIC 9(04)   VALUE 20.
       01  WS-CUOTA-TABLE.
           05  WS-CUOTA-ENTRY OCCURS 20 TIMES.
               10  CTT-DESDE                PIC 9(15).
               10  CTT-HASTA                PIC 9(15).
               10  CTT-CUOTA                PIC 9(10).

       01  WS-TOTALS.
           05  WS-PERS-LEIDAS               PIC 9(07)   VALUE ZERO.
           05  WS-PERS-ACTIVAS              PIC 9(07)   VALUE ZERO.
           05  WS-PERS-INTERES              PIC 9(07)   VALUE ZERO.
           05  WS-PERS-CUOTA                PIC 9(07)   VALUE ZERO.
           05  WS-TOTAL-INTERES             PIC 9(15)   VALUE ZERO.
           05  WS-TOTAL-CUOTAS              PIC 9(15)   VALUE ZERO.
           05  WS-TOTAL-NETO                PIC S9(15)  VALUE ZERO.

       01  WS-REPORT-COUNTERS.
           05  WS-PAGE-COUNT                PIC 9(04)   VALUE ZERO.
           05  WS-LINE-COUNT                PIC 9(02)   VALUE ZERO.
           05  WS-LINES-PER-PAGE            PIC 9(02)   VALUE 50.

       01  RPT-HEADING-1.
           05  FILLER                       PIC X(10)
                   VALUE "ACCRUAL".
           05  FILLER                       PIC X(24)
                   VALUE "REGISTRO DE DEVENGO MES".
           05  RPTH-MES                     PIC 9(06).
           05  FILLER                       PIC X(06)
                   VALUE " LOTE".
           05  RPTH-BATCH-NO                PIC 9(06).
           05  FILLER                       PIC X(12)   VALUE SPACES.
           05  FILLER                       PIC X(08)
                   VALUE "PAGINA:".
           05  RPTH-PAGE                    PIC ZZZ9.

       01  RPT-HEADING-2.
           05  FILLER                       PIC X(31)
                   VALUE "NOMBRE".
           05  FILLER                       PIC X(20)
                   VALUE "               SALDO".
           05  FILLER                       PIC X(08)
                   VALUE "    TASA".
           05  FILLER                       PIC X(20)
                   VALUE "             INTERES".
           05  FILLER                       PIC X(16)
                   VALUE "           CUOTA".
           05  FILLER                       PIC X(21)
                   VALUE "                 NETO".
           05  FILLER                       PIC X(16)   VALUE SPACES.

       01  RPT-DETAIL-LINE.
           05  RPTD-NOMBRE                  PIC X(30).
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-SALDO                   PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-TASA                    PIC Z9.9999.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-INTERES                 PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-CUOTA                   PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01)   VALUE SPACES.
           05  RPTD-NETO                    PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(16)   VALUE SPACES.

       01  RPT-TOTALS-LINE-1.
           05  FILLER                       PIC X(22)
                   VALUE "PERSONAS LEIDAS:".
           05  RPTT-LEIDAS                  PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(18)
                   VALUE "ACTIVAS:".
           05  RPTT-ACTIVAS                 PIC ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-2.
           05  FILLER                       PIC X(22)
                   VALUE "CON INTERES:".
           05  RPTT-CON-INTERES             PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(18)
                   VALUE "CON CUOTA:".
           05  RPTT-CON-CUOTA               PIC ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-3.
           05  FILLER                       PIC X(22)
                   VALUE "TOTAL INTERES:".
           05  RPTT-INTERES             PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-4.
           05  FILLER                       PIC X(22)
                   VALUE "TOTAL CUOTAS:".
           05  RPTT-CUOTAS              PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-5.
           05  FILLER                       PIC X(22)
                   VALUE "NETO:".
           05  RPTT-NETO                PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       01  RPT-TOTALS-LINE-6.
           05  FILLER                       PIC X(22)
                   VALUE "REGISTROS DEL LOTE:".
           05  RPTT-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(03)   VALUE SPACES.
           05  FILLER                       PIC X(08)
                   VALUE "DEPTO:".
           05  RPTT-DEPTO                   PIC X(04).

       01  RPT-EMPTY-LINE.
           05  FILLER                       PIC X(50)
                   VALUE "*** NADA QUE DEVENGAR - MES NO CERRADO ***".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-PERSON THRU 2000-EXIT
               UNTIL WS-PERS-EOF.
           IF WS-BATCH-OPEN
               PERFORM 2680-CLOSE-BATCH THRU 2680-EXIT
           END-IF.
           PERFORM 3000-RECORD-HISTORY THRU 3000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.
           STOP RUN.

      * Every check that can refuse the run is made before the
      * accrual file is opened, so a refused run leaves nothing
      * behind for the batch run to pick up.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE (1:6) TO WS-MES-RUN.
           OPEN OUTPUT RPT-FILE.
           PERFORM 1010-READ-PARM THRU 1010-EXIT.
           IF NOT WS-CARD-OK
               DISPLAY "ERROR - CARD MUST CARRY A MONTH YYYYMM NOT "
                   "LATER THAN THIS ONE AND A BATCH NUMBER"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1020-CHECK-HISTORY THRU 1020-EXIT.
           PERFORM 1040-CHECK-REGISTER THRU 1040-EXIT.
           PERFORM 1100-LOAD-RATES THRU 1100-EXIT.

           OPEN INPUT PERS-FILE.
           IF WS-PERS-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN PERSMAST, STATUS "
                   WS-PERS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ACCR-FILE.
           IF WS-ACCR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN ACCROUT, STATUS "
                   WS-ACCR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-READ-PERSON THRU 1200-EXIT.
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
                           AND SYSIN-BATCH-NO IS NUMERIC
                           MOVE SYSIN-MES      TO WS-MES
                           MOVE SYSIN-BATCH-NO TO WS-BATCH-NO
                           IF WS-MES-MM >= 01 AND WS-MES-MM <= 12
                               AND WS-MES NOT > WS-MES-RUN
                               AND WS-BATCH-NO > ZERO
                               MOVE 'Y' TO WS-CARD-SWITCH
                           END-IF
                       END-IF
                       IF SYSIN-DEPTO NOT = SPACES
                           MOVE SYSIN-DEPTO TO WS-DEPTO
                       END-IF
               END-READ
               CLOSE SYSIN-FILE
           END-IF.
       1010-EXIT.
           EXIT.

      * No history yet means no month has ever been accrued.
       1020-CHECK-HISTORY.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-FILE-STATUS = "35"
               GO TO 1020-EXIT.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT READ ACCRHIST, STATUS "
                   WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-HIST-EOF-SWITCH.
           PERFORM 1030-READ-HISTORY THRU 1030-EXIT
               UNTIL WS-HIST-EOF.
           CLOSE HIST-FILE.
       1020-EXIT.
           EXIT.

       1030-READ-HISTORY.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
                   GO TO 1030-EXIT
           END-READ.
           IF ACH-MES = WS-MES
               DISPLAY "ERROR - MONTH " WS-MES " ALREADY ACCRUED ON "
                   ACH-FECHA " AS BATCH " ACH-BATCH-NO
               CLOSE HIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1030-EXIT.
           EXIT.

      * The accrual batch number must be unused, or the batch run
      * would refuse the file after the fact.  No register yet
      * means no batch has ever posted.
       1040-CHECK-REGISTER.
           OPEN INPUT REG-FILE.
           IF WS-REG-FILE-STATUS = "35"
               GO TO 1040-EXIT.
           IF WS-REG-FILE-STATUS = "39"
               DISPLAY "ERROR - BATCHREG IS ON THE PRE-REVERSAL "
                   "LAYOUT, RUN REGCONV FIRST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT READ BATCH REGISTER, STATUS "
                   WS-REG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BATCH-NO TO BRG-BATCH-NO.
           READ REG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERROR - BATCH " WS-BATCH-NO
                       " ALREADY USED ON " BRG-FECHA
                   CLOSE REG-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE REG-FILE.
       1040-EXIT.
           EXIT.

      * A bad rate card stops the run once every card has been
      * checked, so one run lists all of them.
       1100-LOAD-RATES.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT OPEN RATEIN, STATUS "
                   WS-RATE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1110-LOAD-ONE-RATE THRU 1110-EXIT
               UNTIL WS-RATE-EOF.
           CLOSE RATE-FILE.
           IF WS-RATE-ERROR
               DISPLAY "ERROR - RATE CARDS IN ERROR, NOTHING ACCRUED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TASA-COUNT = ZERO AND WS-CUOTA-COUNT = ZERO
               DISPLAY "ERROR - NO RATE OR FEE TIERS ON RATEIN"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-LOAD-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF-SWITCH
                   GO TO 1110-EXIT
           END-READ.
           ADD 1 TO WS-RATE-CARD-NO.
           IF RATE-RECORD = SPACES
               GO TO 1110-EXIT.
           IF NOT RATE-INTERES AND NOT RATE-CUOTA
               GO TO 1150-BAD-CARD.
           IF RATE-DESDE NOT NUMERIC OR RATE-HASTA NOT NUMERIC
               GO TO 1150-BAD-CARD.
           IF RATE-DESDE > RATE-HASTA
               GO TO 1150-BAD-CARD.
           IF RATE-INTERES
               PERFORM 1120-ADD-TASA THRU 1120-EXIT
           ELSE
               PERFORM 1130-ADD-CUOTA THRU 1130-EXIT
           END-IF.
           GO TO 1110-EXIT.

       1150-BAD-CARD.
           MOVE 'Y' TO WS-RATE-ERROR-SWITCH.
           DISPLAY "ERROR - RATE CARD " WS-RATE-CARD-NO " INVALID: "
               RATE-RECORD.
       1110-EXIT.
           EXIT.

       1120-ADD-TASA.
           IF RATE-TASA NOT NUMERIC OR RATE-TASA-RESTO NOT = SPACES
               GO TO 1125-BAD-TASA.
           IF WS-TASA-COUNT NOT < WS-TASA-MAX
               DISPLAY "ERROR - MORE THAN " WS-TASA-MAX
                   " INTEREST TIERS, CARD " WS-RATE-CARD-NO
               MOVE 'Y' TO WS-RATE-ERROR-SWITCH
               GO TO 1120-EXIT.
           ADD 1 TO WS-TASA-COUNT.
           MOVE RATE-DESDE TO TST-DESDE (WS-TASA-COUNT).
           MOVE RATE-HASTA TO TST-HASTA (WS-TASA-COUNT).
           MOVE RATE-TASA  TO TST-TASA (WS-TASA-COUNT).
           GO TO 1120-EXIT.

       1125-BAD-TASA.
           MOVE 'Y' TO WS-RATE-ERROR-SWITCH.
           DISPLAY "ERROR - RATE CARD " WS-RATE-CARD-NO
               " RATE NOT 6 DIGITS: " RATE-VALOR.
       1120-EXIT.
           EXIT.

       1130-ADD-CUOTA.
           IF RATE-VALOR NOT NUMERIC
               MOVE 'Y' TO WS-RATE-ERROR-SWITCH
               DISPLAY "ERROR - RATE CARD " WS-RATE-CARD-NO
                   " FEE NOT 10 DIGITS: " RATE-VALOR
               GO TO 1130-EXIT.
           IF WS-CUOTA-COUNT NOT < WS-CUOTA-MAX
               DISPLAY "ERROR - MORE THAN " WS-CUOTA-MAX
                   " FEE TIERS, CARD " WS-RATE-CARD-NO
               MOVE 'Y' TO WS-RATE-ERROR-SWITCH
               GO TO 1130-EXIT.
           ADD 1 TO WS-CUOTA-COUNT.
           MOVE RATE-DESDE TO CTT-DESDE (WS-CUOTA-COUNT).
           MOVE RATE-HASTA TO CTT-HASTA (WS-CUOTA-COUNT).
           MOVE RATE-VALOR TO CTT-CUOTA (WS-CUOTA-COUNT).
       1130-EXIT.
           EXIT.

       1200-READ-PERSON.
           READ PERS-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PERS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-PERS-LEIDAS
           END-READ.
       1200-EXIT.
           EXIT.

      * Only active persons accrue.  Interest is the balance times
      * the band's monthly rate, rounded to the unit; the fee is
      * flat for the band.
       2000-PROCESS-PERSON.
           IF NOT PM-ACTIVO
               GO TO 2090-NEXT-PERSON.
           ADD 1 TO WS-PERS-ACTIVAS.
           IF PM-SALDO > ZERO
               MOVE PM-SALDO TO WS-SALDO-BANDA
           ELSE
               MOVE ZERO TO WS-SALDO-BANDA
           END-IF.
           MOVE ZERO TO WS-TASA.
           MOVE ZERO TO WS-INTERES.
           MOVE ZERO TO WS-CUOTA.
           IF PM-SALDO > ZERO
               PERFORM 2100-FIND-TASA THRU 2100-EXIT
           END-IF.
           IF WS-TASA > ZERO
               COMPUTE WS-INTERES ROUNDED
                   = PM-SALDO * WS-TASA / 100
           END-IF.
           PERFORM 2200-FIND-CUOTA THRU 2200-EXIT.

           IF WS-INTERES > ZERO
               ADD 1 TO WS-PERS-INTERES
               ADD WS-INTERES TO WS-TOTAL-INTERES
               MOVE 'A' TO WS-ACCR-OPER-CODE
               MOVE WS-INTERES TO WS-IMPORTE
               MOVE ZERO TO WS-TRAMO-NUM
               PERFORM 2500-WRITE-TRAMO THRU 2500-EXIT
                   UNTIL WS-IMPORTE = ZERO
           END-IF.
           IF WS-CUOTA > ZERO
               ADD 1 TO WS-PERS-CUOTA
               ADD WS-CUOTA TO WS-TOTAL-CUOTAS
               MOVE 'S' TO WS-ACCR-OPER-CODE
               MOVE WS-CUOTA TO WS-IMPORTE
               MOVE ZERO TO WS-TRAMO-NUM
               PERFORM 2500-WRITE-TRAMO THRU 2500-EXIT
                   UNTIL WS-IMPORTE = ZERO
           END-IF.
           COMPUTE WS-NETO = WS-INTERES - WS-CUOTA.
           ADD WS-NETO TO WS-TOTAL-NETO.
           PERFORM 2700-PRINT-DETAIL THRU 2700-EXIT.

       2090-NEXT-PERSON.
           PERFORM 1200-READ-PERSON THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-TASA.
           MOVE 'N' TO WS-TIER-FOUND-SWITCH.
           IF WS-TASA-COUNT > ZERO
               PERFORM 2110-TEST-ONE-TASA THRU 2110-EXIT
                   VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-FOUND
                      OR WS-TIER-SUB > WS-TASA-COUNT
           END-IF.
       2100-EXIT.
           EXIT.

       2110-TEST-ONE-TASA.
           IF WS-SALDO-BANDA NOT < TST-DESDE (WS-TIER-SUB)
               AND WS-SALDO-BANDA NOT > TST-HASTA (WS-TIER-SUB)
               MOVE TST-TASA (WS-TIER-SUB) TO WS-TASA
               MOVE 'Y' TO WS-TIER-FOUND-SWITCH
           END-IF.
       2110-EXIT.
           EXIT.

       2200-FIND-CUOTA.
           MOVE 'N' TO WS-TIER-FOUND-SWITCH.
           IF WS-CUOTA-COUNT > ZERO
               PERFORM 2210-TEST-ONE-CUOTA THRU 2210-EXIT
                   VARYING WS-TIER-SUB FROM 1 BY 1
                   UNTIL WS-TIER-FOUND
                      OR WS-TIER-SUB > WS-CUOTA-COUNT
           END-IF.
       2200-EXIT.
           EXIT.

       2210-TEST-ONE-CUOTA.
           IF WS-SALDO-BANDA NOT < CTT-DESDE (WS-TIER-SUB)
               AND WS-SALDO-BANDA NOT > CTT-HASTA (WS-TIER-SUB)
               MOVE CTT-CUOTA (WS-TIER-SUB) TO WS-CUOTA
               MOVE 'Y' TO WS-TIER-FOUND-SWITCH
           END-IF.
       2210-EXIT.
           EXIT.

      * NUMERO-2 holds ten digits; a larger amount goes out in as
      * many records as it takes.  An amount that fits one record
      * goes out with NUMERO-1 zero.  A split amount carries the
      * record's number in NUMERO-1 and the rest of the piece in
      * NUMERO-2, so identical full pieces are not refused as
      * duplicates of each other; the remainder goes first, so no
      * piece is ever smaller than its number.  Either way the
      * amounts posted add up to exactly the amount accrued.
       2500-WRITE-TRAMO.
           IF WS-IMPORTE NOT > WS-TRAMO-MAX
               MOVE WS-IMPORTE TO WS-TRAMO
           ELSE
               MOVE WS-TRAMO-MAX TO WS-TRAMO
               IF WS-TRAMO-NUM = ZERO
                   DIVIDE WS-IMPORTE BY WS-TRAMO-MAX
                       GIVING WS-TRAMO-COCIENTE
                       REMAINDER WS-TRAMO-RESTO
                   IF WS-TRAMO-RESTO > ZERO
                       MOVE WS-TRAMO-RESTO TO WS-TRAMO
                   END-IF
               END-IF
           END-IF.
           IF WS-TRAMO-NUM > ZERO
               OR WS-IMPORTE > WS-TRAMO
               ADD 1 TO WS-TRAMO-NUM
           END-IF.
           SUBTRACT WS-TRAMO FROM WS-IMPORTE.
           IF NOT WS-BATCH-OPEN
               PERFORM 2650-START-BATCH THRU 2650-EXIT
           END-IF.
           MOVE PM-NOMBRE         TO ACCR-NOMBRE.
           MOVE WS-TRAMO-NUM      TO ACCR-NUMERO-1.
           SUBTRACT WS-TRAMO-NUM FROM WS-TRAMO
               GIVING ACCR-NUMERO-2.
           MOVE WS-ACCR-OPER-CODE TO ACCR-OPER.
           MOVE SPACES            TO ACCR-FECHA-EFF.
           MOVE 'O'               TO ACCR-OVERRIDE.
           WRITE ACCR-RECORD.
           ADD 1 TO WS-BATCH-COUNT.
      * Hash convention from TRANSCTL: NUMERO-1 plus NUMERO-2.
           ADD ACCR-NUMERO-1 ACCR-NUMERO-2 TO WS-BATCH-HASH.
       2500-EXIT.
           EXIT.

       2650-START-BATCH.
           MOVE 'Y' TO WS-BATCH-OPEN-SWITCH.
           MOVE ZERO TO WS-BATCH-COUNT.
           MOVE ZERO TO WS-BATCH-HASH.
           MOVE 'HDR'          TO BHD-REC-TYPE.
           MOVE WS-BATCH-NO    TO BHD-BATCH-NO.
           MOVE WS-RUN-DATE    TO BHD-FECHA.
           MOVE WS-DEPTO       TO BHD-DEPTO.
           MOVE ZERO           TO BHD-REVERSO-DE.
           WRITE ACCR-RECORD FROM BATCH-HEADER-REC.
       2650-EXIT.
           EXIT.

       2680-CLOSE-BATCH.
           MOVE 'N' TO WS-BATCH-OPEN-SWITCH.
           MOVE 'TRL'          TO BTR-REC-TYPE.
           MOVE WS-BATCH-COUNT TO BTR-COUNT.
           MOVE WS-BATCH-HASH  TO BTR-HASH.
           WRITE ACCR-RECORD FROM BATCH-TRAILER-REC.
       2680-EXIT.
           EXIT.

       2700-PRINT-DETAIL.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               OR WS-PAGE-COUNT = ZERO
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
           END-IF.
           MOVE PM-NOMBRE  TO RPTD-NOMBRE.
           MOVE PM-SALDO   TO RPTD-SALDO.
           MOVE WS-TASA    TO RPTD-TASA.
           MOVE WS-INTERES TO RPTD-INTERES.
           MOVE WS-CUOTA   TO RPTD-CUOTA.
           MOVE WS-NETO    TO RPTD-NETO.
           WRITE RPT-RECORD FROM RPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
       2700-EXIT.
           EXIT.

       2800-WRITE-HEADINGS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO RPTH-PAGE.
           MOVE WS-MES        TO RPTH-MES.
           MOVE WS-BATCH-NO   TO RPTH-BATCH-NO.

           WRITE RPT-RECORD FROM RPT-HEADING-1
               AFTER ADVANCING PAGE.
           WRITE RPT-RECORD FROM RPT-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-LINE-COUNT.
       2800-EXIT.
           EXIT.

      * Only a month that produced an accrual file is recorded; a
      * month with nothing to accrue is left open so the rate cards
      * can be corrected and the run repeated.
       3000-RECORD-HISTORY.
           IF WS-BATCH-COUNT = ZERO
               GO TO 3000-EXIT.
           OPEN EXTEND HIST-FILE.
           IF WS-HIST-FILE-STATUS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF.
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - CANNOT RECORD MONTH " WS-MES
                   " ON ACCRHIST, STATUS " WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT.
           MOVE SPACES           TO HIST-RECORD.
           MOVE WS-MES           TO ACH-MES.
           MOVE WS-BATCH-NO      TO ACH-BATCH-NO.
           MOVE WS-RUN-DATE      TO ACH-FECHA.
           MOVE WS-DEPTO         TO ACH-DEPTO.
           MOVE WS-BATCH-COUNT   TO ACH-COUNT.
           MOVE WS-TOTAL-INTERES TO ACH-INTERES.
           MOVE WS-TOTAL-CUOTAS  TO ACH-CUOTAS.
           WRITE HIST-RECORD.
           CLOSE HIST-FILE.
       3000-EXIT.
           EXIT.

       9000-TERMINATE.
           IF WS-PAGE-COUNT = ZERO
               PERFORM 2800-WRITE-HEADINGS THRU 2800-EXIT
           END-IF.
           IF WS-BATCH-COUNT = ZERO
               WRITE RPT-RECORD FROM RPT-EMPTY-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           MOVE WS-PERS-LEIDAS   TO RPTT-LEIDAS.
           MOVE WS-PERS-ACTIVAS  TO RPTT-ACTIVAS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-1
               AFTER ADVANCING 2 LINES.
           MOVE WS-PERS-INTERES  TO RPTT-CON-INTERES.
           MOVE WS-PERS-CUOTA    TO RPTT-CON-CUOTA.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-2
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-INTERES TO RPTT-INTERES.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-3
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-CUOTAS  TO RPTT-CUOTAS.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-4
               AFTER ADVANCING 1 LINE.
           MOVE WS-TOTAL-NETO    TO RPTT-NETO.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-5
               AFTER ADVANCING 1 LINE.
           MOVE WS-BATCH-COUNT   TO RPTT-COUNT.
           MOVE WS-DEPTO         TO RPTT-DEPTO.
           WRITE RPT-RECORD FROM RPT-TOTALS-LINE-6
               AFTER ADVANCING 1 LINE.

           CLOSE PERS-FILE.
           CLOSE ACCR-FILE.
           CLOSE RPT-FILE.

           IF RETURN-CODE = 16
               GO TO 9000-EXIT.
           IF WS-BATCH-COUNT = ZERO
               DISPLAY "ACCRUAL - NOTHING TO ACCRUE FOR MONTH " WS-MES
               MOVE 4 TO RETURN-CODE
               GO TO 9000-EXIT.
           DISPLAY "ACCRUAL - MONTH " WS-MES " ACCRUED AS BATCH "
               WS-BATCH-NO ", " WS-BATCH-COUNT " RECORDS".
       9000-EXIT.
           EXIT.
