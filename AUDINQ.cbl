      *                 subtracts), matching the batch posting rules.
      * 21/08/2026 WCG  Break out the new 'D' (duplicate) audit
      *                 status in the per-day and grand counts.
      * 15/10/2026 WCG  Show the GL back-out rows ('G') as DEVOL. GL;
      *                 they net into the day's applied total, since
      *                 they moved the balance, and count with the
      *                 rejected rows.
      * 15/10/2026 WCG  Leave the log's control records ('C') out of
      *                 the selection; AUDVERIF reports on them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDINQ.

       2200-TEST-SELECTION.
           MOVE 'Y' TO WS-SELECTED-SWITCH.
           IF AUD-CONTROL-REC
               MOVE 'N' TO WS-SELECTED-SWITCH
               GO TO 2200-EXIT.
           IF AUD-FECHA < WS-SEL-FECHA-DESDE
               OR AUD-FECHA > WS-SEL-FECHA-HASTA
               MOVE 'N' TO WS-SELECTED-SWITCH
                       ADD 1 TO WS-DIA-DUPLICADOS
                   ELSE
                       ADD 1 TO WS-DIA-RECHAZADOS
                       IF AUD-GL-BACKOUT
                           IF AUD-OPER-SUBTRACT
                               SUBTRACT AUD-SUMA FROM WS-DIA-SUMA
                           ELSE
                               ADD AUD-SUMA TO WS-DIA-SUMA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
                   IF AUD-DUPLICATE
                       MOVE "DUPLICADO" TO RPTD-ESTADO
                   ELSE
                       IF AUD-GL-BACKOUT
                           MOVE "DEVOL. GL" TO RPTD-ESTADO
                       ELSE
                           MOVE "RECHAZADO" TO RPTD-ESTADO
                       END-IF
                   END-IF
               END-IF
           END-IF.
