      ******************************************************************
      * Copybook: AUDANCLA
      * Author:   Wilfredo Chipana Gonzales
      * Date-Written: 15/10/2026
      * Purpose:  The one record of the audit log anchor (AUDANCLA,
      *           line sequential), rewritten whole every time a
      *           control record goes on the live log: by
      *           MI-PRIMER-PROGRAMA and GLACKREC after each control
      *           record they write, and by AUDPURGE after it heads
      *           the new live log with its bridge.  It holds the
      *           sequence and hash of the last control record on the
      *           log.  The chain inside AUDITLOG proves every segment
      *           that is there, but not that none was cut off the
      *           end; this record, kept outside the log, does.
      *           AUDVERIF and AUDPURGE check the log against it.
      *           ANC-PROGRAMA is blank when the batch run wrote it,
      *           as on RUNSTATS.
      *
      *           COPY AUDANCLA.
      *           or, when embedding it under another record name:
      *           COPY AUDANCLA
      *               REPLACING ==ANCLA-RECORD== BY ==xxx-RECORD==
      *                         LEADING ==ANC== BY ==xxx==.
      ******************************************************************
       01  ANCLA-RECORD.
           05  ANC-SECUENCIA                PIC 9(07).
           05  ANC-HASH                     PIC 9(12).
           05  ANC-FECHA                    PIC 9(08).
           05  ANC-HORA                     PIC 9(08).
           05  ANC-PROGRAMA                 PIC X(08).
