      ******************************************************************
      * Copybook: GLACKCT
      * Author:   Wilfredo Chipana Gonzales
      * Date-Written: 15/10/2026
      * Purpose:  Records of the acknowledgement file the general
      *           ledger returns for every handoff (GLACK.yyyymmdd):
      *           an answer record first ('ACK', the handed-over date
      *           and transmission sequence it answers, the count and
      *           signed total the GL accepted, and how many lines it
      *           rejected), then one record per rejected line ('REJ',
      *           the handoff line exactly as GLHANDOF sent it in the
      *           GLIFREC layout, plus the GL's reason code and
      *           text).  Read by GLACKREC; intended for
      *           WORKING-STORAGE.
      ******************************************************************
       01  GLACK-HEADER-REC.
           05  GAH-REC-TYPE                 PIC X(03).
               88  GAH-TYPE-OK               VALUE 'ACK'.
           05  GAH-FECHA                    PIC 9(08).
           05  GAH-SECUENCIA                PIC 9(03).
           05  GAH-ACEPT-COUNT              PIC 9(07).
           05  GAH-ACEPT-TOTAL              PIC S9(15)
                                            SIGN LEADING SEPARATE.
           05  GAH-RECH-COUNT               PIC 9(07).

       01  GLACK-REJECT-REC.
           05  GAR-REC-TYPE                 PIC X(03).
               88  GAR-TYPE-OK               VALUE 'REJ'.
           05  GAR-NOMBRE                   PIC A(30).
           05  GAR-SUMA                     PIC 9(10).
           05  GAR-FECHA                    PIC 9(08).
           05  GAR-SIGNO                    PIC X(01).
           05  GAR-CUENTA                   PIC X(08).
           05  GAR-CCOSTO                   PIC X(06).
           05  GAR-MOTIVO                   PIC X(04).
           05  GAR-MOTIVO-TEXTO             PIC X(30).
