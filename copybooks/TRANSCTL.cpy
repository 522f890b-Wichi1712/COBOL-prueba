      *           SUSPCORR), so both sides always frame and check a
      *           file the same way.  Intended for WORKING-STORAGE;
      *           detail records keep the WORKAREA layout.
      *           BHD-REVERSO-DE is set only on a reversal batch
      *           built by BATREVER: the batch number it backs out.
      *           Every other writer leaves it zero or blank, and the
      *           batch run treats anything but a nonzero number as
      *           an ordinary batch.
      ******************************************************************
       01  BATCH-HEADER-REC.
           05  BHD-REC-TYPE                 PIC X(03).
           05  BHD-BATCH-NO                 PIC 9(06).
           05  BHD-FECHA                    PIC 9(08).
           05  BHD-DEPTO                    PIC X(04).
           05  BHD-REVERSO-DE               PIC 9(06)   VALUE ZERO.

       01  BATCH-TRAILER-REC.
           05  BTR-REC-TYPE                 PIC X(03).
