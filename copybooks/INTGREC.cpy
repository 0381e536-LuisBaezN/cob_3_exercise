      ******************************************************************
      * INTGREC - Period integrity check journal layout (INTEGLOG).
      * One cumulative record per INTEGCHK run: the period checked,
      * when, the EMPSAL records it read and how many discrepancies
      * it listed.  IG-RESULTADO "L" limpio (no discrepancies) or "D"
      * con diferencias.  The latest record of a period is the
      * period's standing; RUNCTL will not let the close step start
      * unless it is "L".  Written by INTEGCHK, read by RUNCTL.
      ******************************************************************
       01  IG-REG.
           02 IG-PERIODO PIC X(08).
           02 IG-FECHA PIC 9(08).
           02 IG-HORA PIC 9(06).
           02 IG-REGISTROS PIC 9(06).
           02 IG-DIFERENCIAS PIC 9(06).
           02 IG-RESULTADO PIC X(01).
