      * One record per applied EMPMAINT transaction: when, who, which
      * transaction, and the full before and after images of EMP-REG
      * (before is spaces on an alta).  The file is cumulative.
      * Salary revisions applied by REVMAINT, or by PERMAINT when a
      * held revision comes due, are logged under code "R".
      * AUD-OPERADOR has been verified by OPERCHK against the OPERMST
      * security master before the writing program applies anything.
      * Shared by EMPMAINT (write) and AUDITRPT (inquiry).
      ******************************************************************
       01  AUD-REG.
