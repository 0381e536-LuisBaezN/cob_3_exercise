      * Written by 3EMP-SAL, read by the dispersion / payslip /
      * adjustment programs that run after the payroll.
      * EMS-PERC is the full gross of the period: the fixed gross in
      * EMS-PERC-FIJA plus the incidencia amounts and the prima
      * vacacional on the vacation days enjoyed, less the unpaid
      * absence discount, each carried separately so the payslip can
      * break the gross down line by line.
      * EMS-CREDITOS is the sum of the CREDMST installments withheld
      * in the period (company loans, INFONAVIT, FONACOT); like
      * EMS-PENSION it is part of EMS-DEDU.
      ******************************************************************
       01  EMS-REG.
           02 EMS-NOMI PIC 9(06).
           02 EMS-BONO-PUN PIC 9(05)V99.
           02 EMS-DESC-FAL PIC 9(05)V99.
           02 EMS-PENSION PIC 9(05)V99.
           02 EMS-PRIMA-VAC PIC 9(05)V99.
           02 EMS-CREDITOS PIC 9(05)V99.
