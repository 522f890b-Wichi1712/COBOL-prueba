      ******************************************************************
      * Copybook: UNLCTL
      * Author:   Wilfredo Chipana Gonzales
      * Date-Written: 15/10/2026
      * Purpose:  Control records framing every master unload file
      *           (UNLPERS.yyyymmdd, UNLMAP.yyyymmdd, UNLREG.yyyymmdd)
      *           that MSTUNLD writes: a header record first ('HDR',
      *           the master unloaded and the date and time of the
      *           unload) and a trailer record last ('TRL', record
      *           count and control total) - the same discipline
      *           GLHANDCT gives the GL handoff.  The control total is
      *           the sum of PM-SALDO for the person master, the sum
      *           of BRG-COUNT for the batch register, and zero for
      *           the account map.  MSTRELD checks both before it
      *           rebuilds a master, and ROLLFWD replays the audit
      *           log from the header's date and time.  Intended for
      *           WORKING-STORAGE; detail records keep the layout of
      *           the master they were unloaded from.
      ******************************************************************
       01  UNL-HEADER-REC.
           05  UNH-REC-TYPE                 PIC X(03).
               88  UNH-TYPE-OK               VALUE 'HDR'.
           05  UNH-MAESTRO                  PIC X(08).
           05  UNH-FECHA                    PIC 9(08).
           05  UNH-HORA                     PIC 9(08).

       01  UNL-TRAILER-REC.
           05  UNT-REC-TYPE                 PIC X(03).
               88  UNT-TYPE-OK               VALUE 'TRL'.
           05  UNT-COUNT                    PIC 9(07).
           05  UNT-TOTAL                    PIC S9(15)
                                            SIGN LEADING SEPARATE.
