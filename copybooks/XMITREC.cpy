      ******************************************************************
      * Copybook: XMITREC
      * Author:   Wilfredo Chipana Gonzales
      * Date-Written: 15/10/2026
      * Purpose:  Record layout of the GL transmission register
      *           (GLXMITRG, line sequential): one row per handoff
      *           GLHANDOF ever made - the date handed over, the
      *           sequence of that handover for the date, its
      *           controls, when it was made and whether it was a
      *           re-send.  GLACKREC completes the row when the GL's
      *           acknowledgement comes back: what the GL accepted
      *           (count and signed total), how many lines it
      *           rejected, the date the answer was taken in, and
      *           the state of the transmission.  A blank state is a
      *           transmission still waiting for its answer; rows
      *           written before the acknowledgement fields existed
      *           read back blank and count as waiting.
      *
      *           COPY XMITREC.
      *           or, when embedding it under another record name:
      *           COPY XMITREC
      *               REPLACING ==XMIT-RECORD== BY ==xxx-RECORD==
      *                         LEADING ==XMIT== BY ==xxx==.
      ******************************************************************
       01  XMIT-RECORD.
           05  XMIT-FECHA                   PIC 9(08).
           05  XMIT-SECUENCIA               PIC 9(03).
           05  XMIT-COUNT                   PIC 9(07).
           05  XMIT-TOTAL                   PIC S9(15)
                                            SIGN LEADING SEPARATE.
           05  XMIT-RUN-FECHA               PIC 9(08).
           05  XMIT-RUN-HORA                PIC 9(08).
           05  XMIT-RESEND                  PIC X(01).
           05  XMIT-ACK-STATUS              PIC X(01).
               88  XMIT-ACK-PENDING          VALUE SPACE.
               88  XMIT-ACK-OK               VALUE 'A'.
               88  XMIT-ACK-PARTIAL          VALUE 'P'.
               88  XMIT-ACK-NONE             VALUE 'N'.
               88  XMIT-ACK-SUPERSEDED       VALUE 'S'.
               88  XMIT-ACK-NO-TIE           VALUE 'X'.
               88  XMIT-ACK-ANSWERED         VALUES 'A', 'P'.
           05  XMIT-ACK-FECHA               PIC 9(08).
           05  XMIT-ACK-COUNT               PIC 9(07).
           05  XMIT-ACK-TOTAL               PIC S9(15)
                                            SIGN LEADING SEPARATE.
           05  XMIT-RECH-COUNT              PIC 9(07).
