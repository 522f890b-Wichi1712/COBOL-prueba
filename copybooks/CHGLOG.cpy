      ******************************************************************
      * Copybook: CHGLOG
      * Author:   Wilfredo Chipana Gonzales
      * Date-Written: 15/10/2026
      * Purpose:  Record layout of the master-change log (CHGLOG,
      *           line sequential, only ever appended to) that the
      *           maintenance programs write for every change they
      *           apply to PERSMAST or GLACCMAP: a before-image ('B')
      *           and an after-image ('A') of the record, one after
      *           the other, with the run date and time, the program,
      *           the card action and the operator ID keyed on the
      *           card (DORMSWP logs the status changes of its
      *           sweep the same way, under the operator on its
      *           card).  A record that did not exist on one side (an
      *           add, a delete, the old name of a rename) has a
      *           blank image on that side.  CHGRPT reports on it by
      *           date range, person or GL department.
      *
      *           COPY CHGLOG.
      *           or, when embedding it under another record name:
      *           COPY CHGLOG
      *               REPLACING ==CHG-RECORD== BY ==xxx-RECORD==
      *                         LEADING ==CHG== BY ==xxx==.
      ******************************************************************
       01  CHG-RECORD.
           05  CHG-FECHA                    PIC 9(08).
           05  CHG-HORA                     PIC 9(08).
           05  CHG-OPERADOR                 PIC X(08).
           05  CHG-PROGRAMA                 PIC X(08).
           05  CHG-MAESTRO                  PIC X(01).
               88  CHG-PERSMAST              VALUE 'P'.
               88  CHG-GLACCMAP              VALUE 'G'.
           05  CHG-ACCION                   PIC X(01).
           05  CHG-IMAGEN                   PIC X(01).
               88  CHG-ANTES                 VALUE 'B'.
               88  CHG-DESPUES               VALUE 'A'.
      * PM-NOMBRE for the person master; department and operation
      * (GLM-LLAVE) for the account map.
           05  CHG-LLAVE                    PIC X(30).
           05  CHG-LLAVE-MAPA REDEFINES CHG-LLAVE.
               10  CHG-LLAVE-DEPTO          PIC X(04).
               10  CHG-LLAVE-OPER           PIC X(01).
               10  FILLER                   PIC X(25).
      * The whole master record, in the layout of the master named
      * in CHG-MAESTRO.
           05  CHG-DATOS                    PIC X(88).
           05  CHG-DATOS-PERS REDEFINES CHG-DATOS.
               10  CHG-PM-NOMBRE            PIC A(30).
               10  CHG-PM-ESTADO            PIC X(01).
               10  CHG-PM-SALDO             PIC S9(15)
                                            SIGN LEADING SEPARATE.
               10  CHG-PM-FECHA-ALTA        PIC 9(08).
               10  CHG-PM-ULT-ACTIV         PIC 9(08).
               10  CHG-PM-LIM-TRANS         PIC 9(10).
               10  CHG-PM-LIM-SALDO         PIC 9(15).
           05  CHG-DATOS-MAPA REDEFINES CHG-DATOS.
               10  CHG-GLM-DEPTO            PIC X(04).
               10  CHG-GLM-OPER             PIC X(01).
               10  CHG-GLM-CUENTA           PIC X(08).
               10  CHG-GLM-CCOSTO           PIC X(06).
               10  FILLER                   PIC X(69).
