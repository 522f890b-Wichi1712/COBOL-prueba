      *           graded out with.  Shared with the trend report
      *           STATRPT so the reader always matches the writer.
      *
      *           The morning carry-forward runs append one row each
      *           too, so the close sheet (CLOSECTL) can tell that
      *           they ran for the day: STAT-PROGRAMA names the
      *           program (PENDREL, SUSPCORR) and is blank on a batch
      *           run row.  On those rows STAT-LEIDOS is the items
      *           read, STAT-APLICADOS the items released and
      *           STAT-RECHAZADOS the items carried forward.
      *
      *           A PERSMAST reload (MSTRELD) and a roll-forward
      *           (ROLLFWD) append one row each, STAT-DSN holding the
      *           unload's name and header time as the key.  On the
      *           ROLLFWD row STAT-FECHA and STAT-HORA are those of
      *           the last audit row replayed, STAT-APLICADOS the
      *           rows applied, STAT-RECHAZADOS the rows not applied
      *           and STAT-GRAN-TOTAL the net applied.
      *
      *           COPY STATREC.
      *           or, when embedding it under another record name:
      *           COPY STATREC
           05  STAT-GRAN-TOTAL              PIC S9(15)
                                            SIGN LEADING SEPARATE.
           05  STAT-RETURN-CODE             PIC 9(02).
           05  STAT-PROGRAMA                PIC X(08).
               88  STAT-BATCH-RUN            VALUE SPACES.
