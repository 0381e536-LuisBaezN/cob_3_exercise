      ******************************************************************
      * OPERREC - Operator security master record layout (OPERMST).
      * Keyed by the operator id typed on the command line of the
      * maintenance programs and RUNCTL.  OP-STATUS "A" = activo,
      * "I" = inactivo (kept on file so old audit entries still
      * resolve to a name).  Each role flag is "S" or "N":
      *   OP-ROL-CAPTURA   - captures master-file transactions
      *                      (EMPMAINT, DEPTMAINT, REVMAINT, BNKMAINT
      *                      altas/cambios/bajas, GRNMAINT, FINIQUIT)
      *   OP-ROL-APRUEBA   - approves or rejects pending BANKACCT
      *                      changes captured by someone else
      *   OP-ROL-PERIODOS  - opens, reopens and closes pay periods
      *                      (PERMAINT)
      *   OP-ROL-OPERACION - clears and reports month-end steps
      *                      (RUNCTL INICIA / TERMINA)
      *   OP-ROL-SEGURIDAD - maintains this master (OPRMAINT)
      * OP-OPER-ACT is the operator who made the last change.
      * Maintained by OPRMAINT, read by OPERCHK.
      ******************************************************************
       01  OP-REG.
           02 OP-ID PIC X(08).
           02 OP-NOMBRE PIC X(30).
           02 OP-STATUS PIC X(01).
           02 OP-ROLES.
               03 OP-ROL-CAPTURA PIC X(01).
               03 OP-ROL-APRUEBA PIC X(01).
               03 OP-ROL-PERIODOS PIC X(01).
               03 OP-ROL-OPERACION PIC X(01).
               03 OP-ROL-SEGURIDAD PIC X(01).
           02 OP-FECHA-ALTA PIC 9(08).
           02 OP-FECHA-ACT PIC 9(08).
           02 OP-OPER-ACT PIC X(08).
