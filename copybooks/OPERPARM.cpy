      ******************************************************************
      * OPERPARM - Parameter block of the OPERCHK subprogram, the one
      * place an operator id is checked against the OPERMST security
      * master.  The caller fills the operator, the role the action
      * needs ("C" captura, "A" aprobacion, "P" periodos, "O"
      * operacion de corrida, "S" seguridad), its own program name
      * and a short description of what was attempted; for an
      * approval it also fills OC-CAPTURO with the operator who
      * captured the change.  OPERCHK answers with OC-RC:
      *   00 = authorized
      *   04 = operator id blank
      *   08 = operator not in OPERMST
      *   12 = operator inactive
      *   16 = operator lacks the role
      *   20 = approver is the operator who captured the change
      *   24 = operator security master missing
      * OC-MOTIVO comes back with the reason in words for the
      * caller's message or report line.  Every refusal is written
      * to the SECLOG security journal by OPERCHK itself, so callers
      * only display and reject.
      * Shared by EMPMAINT, DEPTMAINT, REVMAINT, BNKMAINT, GRNMAINT,
      * PERMAINT, FINIQUIT, RUNCTL and OPRMAINT.
      ******************************************************************
       01  OC-PARM.
           02 OC-OPERADOR PIC X(08).
           02 OC-ROL PIC X(01).
           02 OC-PROGRAMA PIC X(10).
           02 OC-CAPTURO PIC X(08).
           02 OC-DETALLE PIC X(40).
           02 OC-MOTIVO PIC X(40).
           02 OC-RC PIC 9(02).
