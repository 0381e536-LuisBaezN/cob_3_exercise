      ******************************************************************
      * REVREC - Salary revision ledger record layout (REVSAL).
      * One record per employee per revision, keyed by payroll number,
      * effective date and a sequence for two revisions on one day.
      * RV-PERIODO is the payroll period the effective date falls in
      * for the employee's pay frequency (AAAAMM, or AAAAMMQ1 /
      * AAAAMMQ2 for a quincenal employee).
      * RV-ORIGEN: "I" individual revision, "D" mass increase of one
      * department (RV-DEPT), "E" mass increase of the whole company.
      * RV-TIPO: "N" new gross (RV-VALOR is the new EMP-PERC), "P"
      * percentage increase (RV-VALOR is the percent), "F" fixed
      * increase (RV-VALOR is added to EMP-PERC).
      * RV-STATUS: "P" pendiente (future-dated, held until PERMAINT
      * opens its period), "A" aplicada, "R" aplicada with retro
      * adjustments generated for RETROADJ (RV-PER-RETRO periods),
      * "C" cancelada (employee inactive when it came due).
      * RV-PERC-ANT / RV-PERC-NVA are the gross before and after,
      * projected at capture and final once applied.
      * Shared by REVMAINT (capture), PERMAINT (held revisions) and
      * COMPHIST (compensation history).
      ******************************************************************
       01  RV-REG.
           02 RV-KEY.
               03 RV-NOMI PIC 9(06).
               03 RV-FECHA-EF PIC 9(08).
               03 RV-SECUENCIA PIC 9(02).
           02 RV-PERIODO PIC X(08).
           02 RV-ORIGEN PIC X(01).
           02 RV-DEPT PIC X(03).
           02 RV-TIPO PIC X(01).
           02 RV-VALOR PIC 9(05)V99.
           02 RV-MOTIVO PIC X(20).
           02 RV-PERC-ANT PIC 9(05)V99.
           02 RV-PERC-NVA PIC 9(05)V99.
           02 RV-STATUS PIC X(01).
           02 RV-FECHA-CAP PIC 9(08).
           02 RV-FECHA-APL PIC 9(08).
           02 RV-PER-RETRO PIC 9(02).
           02 RV-OPERADOR PIC X(08).
