      *           reads it too, to warn the operator the moment a
      *           used batch number is keyed.
      *
      *           Reversals (BATREVER) are recorded both ways once
      *           the reversal batch posts: the reversal batch
      *           carries the number of the batch it backs out, and
      *           the reversed batch the number and date of the
      *           reversal, so it can never be reversed twice.  A
      *           reversal file that never posts leaves no mark.
      *           Both are zero on an ordinary batch.
      *
      *           A register written before the reversal fields
      *           existed is converted once by REGCONV.
      *
      *           COPY BATCHREG.
      *           or, when embedding it under another record name:
      *           COPY BATCHREG
           05  BRG-DEPTO                    PIC X(04).
           05  BRG-COUNT                    PIC 9(07).
           05  BRG-HASH                     PIC 9(15).
           05  BRG-REV-LOTE                 PIC 9(06).
               88  BRG-NOT-REVERSED          VALUE ZERO.
           05  BRG-REV-FECHA                PIC 9(08).
           05  BRG-REVERSO-DE               PIC 9(06).
