      ******************************************************************
      * CREDREC - Payroll credit schedule master layout (CREDMST).
      * One record per credit, keyed by the payroll number plus the
      * credit number, so an employee can owe a company loan and an
      * INFONAVIT credit at the same time.  CD-TIPO: "P" = prestamo
      * de la empresa, "I" = INFONAVIT, "F" = FONACOT.
      * CD-DESCUENTO is the installment of every period the employee
      * is paid in; CD-SALDO is what is still owed and drops with
      * each installment.  CD-STATUS: "A" = activo, "S" = suspendido
      * (no installment while it lasts, the balance stays owed),
      * "L" = liquidado (balance at zero; the payroll stops charging
      * on its own).
      * Shared by CRDMAINT (capture), 3EMP-SAL / SALRECYC (periodic
      * installment), FINIQUIT (balance settled on termination) and
      * CRDRPT (statement and outstanding balances).  The movements
      * behind every balance are kept in CREDMOV.
      ******************************************************************
       01  CD-REG.
           02 CD-KEY.
               03 CD-NOMI PIC 9(06).
               03 CD-CREDITO PIC X(10).
           02 CD-TIPO PIC X(01).
           02 CD-MONTO-ORIG PIC 9(07)V99.
           02 CD-DESCUENTO PIC 9(05)V99.
           02 CD-SALDO PIC 9(07)V99.
           02 CD-STATUS PIC X(01).
           02 CD-FECHA-ALTA PIC 9(08).
           02 CD-FECHA-ACT PIC 9(08).
