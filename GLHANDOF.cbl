      *                 register, staging-file clear with the same
      *                 guards the audit close uses, card-flagged
      *                 re-send logging.
      * 15/10/2026 WCG  Transmission register layout moved to the
      *                 XMITREC copybook, now shared with GLACKREC;
      *                 every new entry starts with its
      *                 acknowledgement fields blank and zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLHANDOF.
      * One row per transmission ever made: what date was handed
      * over, the sequence of that handover for the date, its
      * controls, and when this job made it.  What proves exactly
      * what was handed over in a given transmission, and - once
      * GLACKREC has taken in the GL's answer - what came of it.
       FD  XMIT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XMITREC.

       FD  RPT-FILE
           LABEL RECORDS ARE STANDARD.
           ELSE
               MOVE SPACE TO XMIT-RESEND
           END-IF.
           MOVE SPACE         TO XMIT-ACK-STATUS.
           MOVE ZERO          TO XMIT-ACK-FECHA.
           MOVE ZERO          TO XMIT-ACK-COUNT.
           MOVE ZERO          TO XMIT-ACK-TOTAL.
           MOVE ZERO          TO XMIT-RECH-COUNT.
           WRITE XMIT-RECORD.
           CLOSE XMIT-FILE.
       3100-EXIT.
