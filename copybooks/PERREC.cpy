      * One record per period.  The key is the month AAAAMM plus a
      * sub-period: spaces for the monthly run, "Q1" / "Q2" for the
      * first and second quincena of the month, which open and close
      * independently, "AG" (December only) for the annual aguinaldo
      * run.  PC-STATUS: "A" = abierto, "P" = procesado
      * (payroll ran, pending balancing sign-off), "C" = cerrado (no
      * further processing accepted).
      * Shared by PERMAINT (open/close) and the payroll programs that
