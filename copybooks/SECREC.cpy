      ******************************************************************
      * SECREC - Security journal record layout (SECLOG).
      * One cumulative record per security event.  SG-TIPO:
      *   "D" = denied attempt (written by OPERCHK; SG-RC carries the
      *         OPERPARM return code and SG-ROL the role required)
      *   "M" = operator master change (written by OPRMAINT; SG-ROL
      *         carries the OPRMAINT transaction code)
      *   "B" = pending BANKACCT change approved or rejected (written
      *         by BNKMAINT; SG-ROL "P" aprobada / "X" rechazada)
      * SG-DETALLE says what was attempted or changed.  Kept apart
      * from AUDITLOG, whose images are employee records.
      * Read by SECRPT.
      ******************************************************************
       01  SG-REG.
           02 SG-FECHA PIC 9(08).
           02 SG-HORA PIC 9(06).
           02 SG-TIPO PIC X(01).
           02 SG-OPERADOR PIC X(08).
           02 SG-PROGRAMA PIC X(10).
           02 SG-ROL PIC X(01).
           02 SG-RC PIC 9(02).
           02 SG-DETALLE PIC X(40).
