      *          days; each day is discounted at the daily wage of
      *          the employee's frequency - a thirtieth of the
      *          monthly fixed gross, a fifteenth of a quincenal one)
      *   "VA" = vacaciones          (INC-IMPORTE is the number of
      *          whole days enjoyed; the fixed gross is paid as
      *          usual, the days are charged to the VACMST balance
      *          and the prima vacacional is paid on them at the
      *          same daily wage)
      * Merged by 3EMP-SAL into the gross before withholdings; an
      * incidencia for another period or for an employee that is not
      * paid in the run lands in EXCSAL like any other exception.
