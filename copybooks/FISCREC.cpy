      ******************************************************************
      * FISCREC - Employee fiscal identity master record layout
      * (FISCMST).  Keyed by the same payroll number as EMPREC and
      * kept apart from it so the payroll layout does not change:
      * RFC (13, persona fisica), CURP (18), IMSS social security
      * number NSS (11, with its check digit) and the postal code
      * of the fiscal domicile the CFDI receiver must carry.
      * FI-STATUS: "A" = activo, "I" = inactivo.
      * Shared by FISMAINT (capture and format validation) and the
      * CFDI nomina extract.
      ******************************************************************
       01  FI-REG.
           02 FI-NOMI   PIC 9(06).
           02 FI-RFC    PIC X(13).
           02 FI-CURP   PIC X(18).
           02 FI-NSS    PIC X(11).
           02 FI-CP     PIC X(05).
           02 FI-STATUS PIC X(01).
