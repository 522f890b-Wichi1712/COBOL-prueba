      *           would carry the balance past PM-LIM-SALDO either
      *           way, is held in suspense unless a supervisor
      *           released it with an explicit override; zero in a
      *           limit means no limit.  DORMSWP sets PM-ESTADO to
      *           'D' on a person with a balance whose last activity
      *           is past the dormancy threshold: the batch run
      *           rejects postings to a dormant person until PERSMANT
      *           reactivates them.
      *
      *           COPY PERSMAST.
      *           or, when embedding it under another record name:
           05  PM-ESTADO                    PIC X(01).
               88  PM-ACTIVO                 VALUE 'A'.
               88  PM-INACTIVO               VALUE 'I'.
               88  PM-DORMIDO                VALUE 'D'.
           05  PM-SALDO                     PIC S9(15)
                                            SIGN LEADING SEPARATE.
           05  PM-FECHA-ALTA                PIC 9(08).
