      * fixed fee, marginal percentage); TAX-TIPO "I" = IMSS employee
      * percentage (carried in TAX-PORCENTAJE, limits unused);
      * TAX-TIPO "P" = IMSS employer (cuota patronal) percentage,
      * carried the same way and read only by the employer-cost run;
      * TAX-TIPO "U" = daily value of the UMA, carried in
      * TAX-CUOTA-FIJA and read by the aguinaldo run and the year-end
      * adjustment to size the 30-UMA exemption of the aguinaldo.
      * Every type is read from the same vintage (the newest
      * TAX-EFF-DATE in force), so each effective date must carry the
      * full set: when the UMA changes on its own date (February),
      * the brackets and IMSS rows are repeated under that date too.
      * Shared by 3EMP-SAL and the correction / adjustment programs.
      ******************************************************************
       01  TAX-REG.
