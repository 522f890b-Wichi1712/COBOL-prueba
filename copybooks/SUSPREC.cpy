      *           rejected field need not be numeric) plus a reason
      *           code, so the correction program SUSPCORR can repair
      *           and resubmit them through the normal batch run.
      *           Reason 09 rows are written by GLACKREC, not the
      *           batch run: lines the general ledger refused, already
      *           backed out of the person's balance, so that
      *           resubmitting the repaired line posts it once.
      *           Reason 10 rows are postings to a person DORMSWP
      *           flagged dormant; they resubmit once PERSMANT has
      *           reactivated the person.
      *
      *           COPY SUSPREC.
      *           or, when embedding it under another record name:
               88  SUS-NO-GL-MAP             VALUE '06'.
               88  SUS-STALE-DATE            VALUE '07'.
               88  SUS-OVER-LIMIT            VALUE '08'.
               88  SUS-GL-REJECTED           VALUE '09'.
               88  SUS-DORMANT-NAME          VALUE '10'.
           05  SUS-FECHA                    PIC 9(08).
           05  SUS-BATCH-NO                 PIC 9(06).
           05  SUS-OPER                     PIC X(01).
