      *           record it processes, so every program that reads the
      *           log (inquiry, balancing, month-end) uses field
      *           definitions identical to the ones that wrote it.
      *           Status 'G' rows are written by GLACKREC when the
      *           general ledger refuses a posted line: the back-out
      *           of that posting, with the operation that undoes it
      *           and the batch number of the posting it undoes, so a
      *           replay of 'P' and 'G' rows still gives the balance
      *           on the master and a batch reversal can tell which
      *           of its lines the GL has already handed back.
      *           Status 'C' rows are control records, one at the end
      *           of each run's rows (MI-PRIMER-PROGRAMA, GLACKREC):
      *           the run's row count and posted net total and a hash
      *           folded over every byte of those rows, starting from
      *           the hash of the control record before it, so the
      *           log is one chain AUDVERIF can walk.  A 'B' control
      *           heads the live log after AUDPURGE and repeats the
      *           last control archived, so the chain carries across
      *           the cut; an 'L' control seals rows written before
      *           control records existed.  The sequence and hash of
      *           the last control record are also kept outside the
      *           log (AUDANCLA), so a log cut short is caught.
      *           Control rows are not postings: every reader that
      *           lists or totals rows leaves them out.
      *
      *           COPY AUDITREC.
      *           or, when embedding it under another record name:
      *                         LEADING ==AUD== BY ==xxx==.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-DETALLE.
               10  AUD-NOMBRE               PIC A(30).
               10  AUD-NUMERO-1             PIC 9(06).
               10  AUD-NUMERO-2             PIC 9(10).
               10  AUD-SUMA                 PIC 9(10).
           05  AUD-CONTROL REDEFINES AUD-DETALLE.
               10  AUD-CTL-SECUENCIA        PIC 9(07).
               10  AUD-CTL-COUNT            PIC 9(07).
               10  AUD-CTL-TOTAL            PIC S9(15)
                                            SIGN LEADING SEPARATE.
               10  AUD-CTL-HASH-ANT         PIC 9(12).
               10  AUD-CTL-HASH             PIC 9(12).
               10  AUD-CTL-TIPO             PIC X(01).
                   88  AUD-CTL-CORRIDA       VALUE 'R'.
                   88  AUD-CTL-PUENTE        VALUE 'B'.
                   88  AUD-CTL-LEGADO        VALUE 'L'.
               10  FILLER                   PIC X(01).
           05  AUD-STATUS                   PIC X(01).
               88  AUD-POSTED                VALUE 'P'.
               88  AUD-REJECTED              VALUE 'R'.
               88  AUD-OVERFLOWED            VALUE 'O'.
               88  AUD-DUPLICATE             VALUE 'D'.
               88  AUD-GL-BACKOUT            VALUE 'G'.
               88  AUD-CONTROL-REC           VALUE 'C'.
           05  AUD-FECHA                    PIC 9(08).
           05  AUD-HORA                     PIC 9(08).
           05  AUD-BATCH-NO                 PIC 9(06).
