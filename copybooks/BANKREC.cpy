      * BANKREC - Employee bank account master record layout (BANKACCT).
      * Keyed by the same payroll number as EMPREC.  BA-STATUS:
      * "A" = activa, "I" = inactiva, "R" = rechazada por el banco
      * (pendiente de redispersion o pago con cheque), "P" = alta
      * pendiente de aprobacion (never paid to).
      * Every BNKMAINT capture waits in the BA-PEND- fields until a
      * second operator with the approval role applies it:
      * BA-PEND-TX "A" alta / "C" cambio / "I" baja, or space when
      * nothing is pending.  Until then BA-CLABE / BA-BANCO /
      * BA-STATUS keep the last approved account, which is the only
      * one BANKDISP ever pays to.  BA-APROB- record who approved
      * the last applied change.
      * Shared by BNKMAINT, BANKDISP, BANKRET, BANKSCAN, PAYREDIS and
      * SECRPT.
      ******************************************************************
       01  BA-REG.
           02 BA-NOMI   PIC 9(06).
           02 BA-CLABE  PIC X(18).
           02 BA-BANCO  PIC X(03).
           02 BA-STATUS PIC X(01).
           02 BA-PEND-TX PIC X(01).
           02 BA-PEND-CLABE PIC X(18).
           02 BA-PEND-BANCO PIC X(03).
           02 BA-PEND-OPER PIC X(08).
           02 BA-PEND-FECHA PIC 9(08).
           02 BA-APROB-OPER PIC X(08).
           02 BA-APROB-FECHA PIC 9(08).
