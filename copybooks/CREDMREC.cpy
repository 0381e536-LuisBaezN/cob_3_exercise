      ******************************************************************
      * CREDMREC - Payroll credit movement record layout (CREDMOV).
      * Keyed by payroll number, credit number, reference and
      * movement type, so the movements of a credit read back
      * together.  CM-REFER mixes dates and periods, so the statement
      * puts them in order on CM-FECHA, the date recorded.  CM-TIPO:
      *   "O" = otorgamiento - credit captured in CRDMAINT; CM-REFER
      *         is the capture date (AAAAMMDD) and CM-IMPORTE the
      *         opening balance
      *   "A" = ajuste - balance corrected or paid off directly in
      *         CRDMAINT; CM-REFER is the date and CM-IMPORTE the
      *         signed change to the balance
      *   "D" = descuento - installment withheld in a payroll period;
      *         CM-REFER is the period.  A rerun of the period
      *         replaces it
      *   "F" = finiquito - balance withheld from the settlement;
      *         CM-REFER is the settlement period
      * CM-SALDO is the balance left after the movement.
      ******************************************************************
       01  CM-REG.
           02 CM-KEY.
               03 CM-NOMI PIC 9(06).
               03 CM-CREDITO PIC X(10).
               03 CM-REFER PIC X(08).
               03 CM-TIPO PIC X(01).
           02 CM-IMPORTE PIC S9(07)V99.
           02 CM-SALDO PIC 9(07)V99.
           02 CM-FECHA PIC 9(08).
