      ******************************************************************
      * VACMREC - Vacation ledger movement record layout (VACMOV).
      * Keyed by payroll number, reference and movement type, so an
      * employee's movements read back in order.  VM-TIPO:
      *   "O" = otorgamiento - days granted on an anniversary;
      *         VM-REFER is the anniversary date (AAAAMMDD) and
      *         VM-ANIOS the service year it completes
      *   "G" = goce - days enjoyed in a payroll period; VM-REFER is
      *         the period and VM-IMPORTE the prima vacacional paid.
      *         A rerun of the period replaces it
      *   "L" = liquidacion - balance settled by FINIQUIT; VM-REFER
      *         is the settlement period and VM-IMPORTE the vacation
      *         pay plus its prima
      ******************************************************************
       01  VM-REG.
           02 VM-KEY.
               03 VM-NOMI PIC 9(06).
               03 VM-REFER PIC X(08).
               03 VM-TIPO PIC X(01).
           02 VM-ANIOS PIC 9(02).
           02 VM-DIAS PIC S9(04).
           02 VM-IMPORTE PIC 9(07)V99.
           02 VM-FECHA PIC 9(08).
