      ******************************************************************
      * TIMBREC - CFDI nomina stamping status record layout (TIMBRADO).
      * One record per employee per period, keyed like EMPHIST, for
      * every receipt the CFDI extract sent to the PAC.  TI-STATUS:
      *   "P" = pendiente (extracted, no PAC answer yet)
      *   "T" = timbrado  (TI-UUID holds the SAT folio fiscal)
      *   "R" = rechazado (TI-CAUSA holds the PAC's message)
      * TI-NETO is the net the receipt was extracted with, so a
      * period that moved after stamping can be detected.
      * Written by CFDIEXT, updated by CFDIRET and read by PAYSLIP.
      ******************************************************************
       01  TI-REG.
           02 TI-KEY.
               03 TI-NOMI PIC 9(06).
               03 TI-PERIODO PIC X(08).
           02 TI-NETO PIC 9(07)V99.
           02 TI-STATUS PIC X(01).
           02 TI-UUID PIC X(36).
           02 TI-CAUSA PIC X(40).
           02 TI-FECHA-EXT PIC 9(08).
           02 TI-FECHA-TIM PIC 9(08).
