      ******************************************************************
      * VACREC - Vacation balance master record layout (VACMST).
      * One record per employee, keyed by payroll number.  VACANIV
      * grants the statutory days of each service year on the
      * anniversary of EMP-FECHA-ALTA; 3EMP-SAL charges the days the
      * employee enjoys (incidencia "VA"); FINIQUIT settles what is
      * left.  VA-ANIOS is the last service year already granted,
      * VA-FECHA-ANIV its anniversary date and VA-DIAS-ULT the days
      * it granted.  VA-SALDO = VA-OTORGADOS - VA-GOZADOS -
      * VA-LIQUIDADOS; it goes negative when days are taken in
      * advance of the anniversary that grants them.  A settlement
      * liquidates the balance plus the proportional days of the
      * service year in progress and leaves VA-SALDO at zero.
      * The movements behind every figure are kept in VACMOV.
      ******************************************************************
       01  VA-REG.
           02 VA-NOMI PIC 9(06).
           02 VA-ANIOS PIC 9(02).
           02 VA-FECHA-ANIV PIC 9(08).
           02 VA-DIAS-ULT PIC 9(03).
           02 VA-OTORGADOS PIC 9(04).
           02 VA-GOZADOS PIC 9(04).
           02 VA-LIQUIDADOS PIC S9(04).
           02 VA-SALDO PIC S9(04).
           02 VA-FECHA-ACT PIC 9(08).
