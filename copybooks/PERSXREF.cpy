      ******************************************************************
      * Copybook: PERSXREF
      * Author:   Wilfredo Chipana Gonzales
      * Date-Written: 15/10/2026
      * Purpose:  Record layout of the person name cross-reference
      *           (PERSXREF, line sequential, appended to in date and
      *           time order) that PERSREN writes one record to for
      *           every rename ('N') or merge ('M') it applies.  The
      *           audit log keeps the name a row was posted under, so
      *           the readers that total by person (PERSINQ, BALRECON,
      *           BATREVER, GLACKREC and the AUDPURGE statements) carry
      *           a row posted under XRF-NOMBRE-ANT at or before
      *           XRF-FECHA / XRF-HORA over to XRF-NOMBRE-NUEVO,
      *           following later records in file order when the new
      *           name was itself renamed again.  A row posted under
      *           the old name after the change belongs to whoever
      *           holds that name now.  ROLLFWD replays the changes
      *           themselves onto a reloaded master.
      *
      *           COPY PERSXREF.
      *           or, when embedding it under another record name:
      *           COPY PERSXREF
      *               REPLACING ==XREF-RECORD== BY ==xxx-RECORD==
      *                         LEADING ==XRF== BY ==xxx==.
      ******************************************************************
       01  XREF-RECORD.
           05  XRF-NOMBRE-ANT               PIC A(30).
           05  XRF-NOMBRE-NUEVO             PIC A(30).
           05  XRF-ACCION                   PIC X(01).
               88  XRF-RENAME                VALUE 'N'.
               88  XRF-MERGE                 VALUE 'M'.
           05  XRF-FECHA                    PIC 9(08).
           05  XRF-HORA                     PIC 9(08).
