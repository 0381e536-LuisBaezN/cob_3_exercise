      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Annual aguinaldo payment run.  Pays every active
      *          employee of the master the fifteen days of the
      *          aguinaldo for the year on the command line, in
      *          proportion to the days of service in the year for
      *          the hires of the year (commercial calendar, the same
      *          convention as the EMPCOST accrual and the finiquito
      *          proportional part).  The daily wage is the master
      *          gross over thirty for the monthly payroll and over
      *          fifteen for the quincenal one.  Up to thirty UMA of
      *          the aguinaldo is exempt; ISR on the taxable part is
      *          withheld through TAXCALC as the difference the
      *          taxable part makes on top of one month of ordinary
      *          salary, December's tariff.  The pays go to AGUISAL in
      *          the EMPSAL layout, so BANKDISP and PAYSLIP handle the
      *          run like any other, are posted into EMPHIST and
      *          DEPTHIST under the AAAA12AG period for YEAREND, and
      *          the report closes with the amount paid against the
      *          aguinaldo EMPCOST accrued during the year, by
      *          department.  The AAAA12AG period must be open in
      *          PERMAINT and is marked processed at the end, so the
      *          aguinaldo is not paid twice without a REABRIR.
      *          Employees who left during the year were already paid
      *          their part by FINIQUIT and are not in this run.
      *          Command line: the year (AAAA).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGUINALD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS WS-EMPLOYEES-STATUS.
           SELECT AGUISAL ASSIGN TO DISK.
           SELECT DEPARTMENTS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PERIODCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIODO
               FILE STATUS IS WS-PERIODCTL-STATUS.
           SELECT TAXRATES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATES-STATUS.
           SELECT EMPHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT DEPTHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.
           SELECT EMPCOST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-EMPCOST-STATUS.
           SELECT AGUI-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  AGUISAL.
           COPY EMSREC.
       FD  DEPARTMENTS.
           COPY DEPTREC.
       FD  PERIODCTL.
           COPY PERREC.
       FD  TAXRATES.
           COPY TAXREC.
       FD  EMPHIST.
           COPY EMPHREC.
       FD  DEPTHIST.
       01  DH-REG.
           02 DH-KEY.
               03 DH-DEPT-CODE PIC X(03).
               03 DH-PERIOD PIC X(08).
           02 DH-DEPT-NAME PIC X(20).
           02 DH-TOTAL PIC S9(07)V99.
       FD  EMPCOST.
       01  EC-REG.
           02 EC-KEY.
               03 EC-DEPT-CODE PIC X(03).
               03 EC-PERIOD PIC X(08).
           02 EC-DEPT-NAME PIC X(20).
           02 EC-IMSS-PAT PIC S9(07)V99.
           02 EC-AGUINALDO PIC S9(07)V99.
           02 EC-PRIMA-VAC PIC S9(07)V99.
           02 EC-TOTAL PIC S9(07)V99.
       FD  AGUI-RPT.
       01  RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  WS-TAXRATES-STATUS PIC X(02).
       77  WS-EMPHIST-STATUS PIC X(02).
       77  WS-DEPTHIST-STATUS PIC X(02).
       77  WS-EMPCOST-STATUS PIC X(02).
       77  EMP-EOF PIC 9 VALUE 0.
       77  DEPT-EOF PIC 9 VALUE 0.
       77  TAX-EOF PIC 9 VALUE 0.
       77  EC-EOF PIC 9 VALUE 0.
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(20) VALUE SPACES.
       77  WS-ANIO PIC X(04) VALUE SPACES.
       77  WS-PERIOD PIC X(08) VALUE SPACES.
       77  WS-PERIOD-ORD PIC X(08) VALUE SPACES.
      * Statutory base, same constant the employer-cost accrual and
      * the finiquito use.
       77  WS-DIAS-AGUINALDO PIC 9(02) VALUE 15.
       77  WS-UMA-TOPE PIC 9(02) VALUE 30.
       77  WS-UMA-DIARIA PIC 9(07)V99 VALUE 0.
       77  WS-UMA-VIGENTE PIC 9(08) VALUE 0.
       77  WS-AGUI-TOPE PIC 9(07)V99 VALUE 0.
       77  WS-TAX-CORTE PIC 9(08) VALUE 0.
       77  WS-TAX-CORTE-X PIC X(08) VALUE SPACES.
       77  WS-ALTA-MES PIC 9(02) VALUE 0.
       77  WS-ALTA-DIA PIC 9(02) VALUE 0.
       77  WS-DOY-ALTA PIC 9(03) VALUE 0.
       77  WS-DIAS-ANIO PIC 9(03) VALUE 0.
       77  WS-DIAS-PAGO PIC 9(02)V99 VALUE 0.
       77  WS-SAL-DIARIO PIC 9(05)V99 VALUE 0.
       77  WS-ORDINARIO PIC 9(07)V99 VALUE 0.
       77  WS-ISR-ORD PIC 9(07)V99 VALUE 0.
       77  WS-SIN-ALTA PIC X(01) VALUE "N".
       77  WS-EXC-MOTIVO PIC X(40) VALUE SPACES.
       77  WS-DEPT-IX PIC 9(3) VALUE 0.
       77  WS-HAY-PROVISION PIC X(01) VALUE "S".
       77  AGU-BRUTO PIC 9(05)V99 VALUE 0.
       77  AGU-EXENTO PIC 9(05)V99 VALUE 0.
       77  AGU-GRAVADO PIC 9(05)V99 VALUE 0.
       77  AGU-ISR PIC 9(05) VALUE 0.
       77  AGU-NETO PIC S9(05)V99 VALUE 0.
       77  CONT-PAGADOS PIC 9(05) VALUE 0.
       77  CONT-EXC PIC 9(05) VALUE 0.
       77  CONT-SIN-ALTA PIC 9(05) VALUE 0.
       77  TOT-BRUTO PIC 9(09)V99 VALUE 0.
       77  TOT-EXENTO PIC 9(09)V99 VALUE 0.
       77  TOT-ISR PIC 9(09) VALUE 0.
       77  TOT-NETO PIC S9(09)V99 VALUE 0.
       77  TOT-PROVISION PIC S9(09)V99 VALUE 0.
       77  TOT-PROV-FUERA PIC S9(09)V99 VALUE 0.
       77  WS-DIFERENCIA PIC S9(09)V99 VALUE 0.
       77  WS-PAGE-NO PIC 9(03) VALUE 0.
       77  WS-LINE-COUNT PIC 9(03) VALUE 0.
       77  WS-LINES-PER-PAGE PIC 9(03) VALUE 20.
       77  WS-EDIT-IMP PIC ZZ,ZZZ,ZZ9.99-.
       77  WS-EDIT-SAL PIC ZZ,ZZ9.99.
       77  WS-EDIT-DIAS PIC Z9.99.
       77  WS-EDIT-CONT PIC ZZ,ZZ9.
       77  I PIC 9(3).
       77  DEPT-COUNT PIC 9(3) VALUE 0.
       77  WS-DEPT-MAX PIC 9(3) VALUE 50.
       01  DEPTS-AGUI-TAB.
           02 DEPTS-AGUI-ROW OCCURS 1 TO 50 TIMES
                  DEPENDING ON DEPT-COUNT.
               03 DA-EMPLEADOS PIC 9(05).
               03 DA-BRUTO PIC S9(07)V99.
               03 DA-NETO PIC S9(07)V99.
               03 DA-PROVISION PIC S9(07)V99.
       01  DEPTS-NAME-TAB.
           02 DEPTS-NAMES-ROW OCCURS 1 TO 50 TIMES
                  DEPENDING ON DEPT-COUNT.
               03 DEPT-CODE PIC X(03).
               03 DEPT-NAME PIC X(20).
               03 DEPT-CC   PIC X(06).
           COPY TAXCPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:4) NOT NUMERIC
               DISPLAY "USO: AGUINALD EJERCICIO (AAAA)"
               DISPLAY "EL PERIODO AAAA12AG DEBE ESTAR ABIERTO EN ",
                       "PERMAINT"
               STOP RUN
           END-IF.
           MOVE WS-PARM(1:4) TO WS-ANIO.
      *    The run has its own control period; the tariff is the one
      *    of the December monthly payroll it rides alongside.
           MOVE SPACES TO WS-PERIOD.
           MOVE WS-ANIO TO WS-PERIOD(1:4).
           MOVE "12AG" TO WS-PERIOD(5:4).
           MOVE SPACES TO WS-PERIOD-ORD.
           MOVE WS-ANIO TO WS-PERIOD-ORD(1:4).
           MOVE "12" TO WS-PERIOD-ORD(5:2).
           PERFORM VALIDA-PERIODO.
           PERFORM CARGAR-NOMBRES.
           PERFORM VALIDA-TARIFAS.
           PERFORM CARGA-UMA.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL MAESTRO DE EMPLEADOS"
               STOP RUN
           END-IF.
           OPEN OUTPUT AGUISAL.
           OPEN OUTPUT AGUI-RPT.
           OPEN I-O EMPHIST.
           IF WS-EMPHIST-STATUS = "35"
               OPEN OUTPUT EMPHIST
               CLOSE EMPHIST
               OPEN I-O EMPHIST
           END-IF.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM LEE-EMPLEADO.
           PERFORM CALCULA-AGUINALDO UNTIL EMP-EOF = 1.
           PERFORM GRABA-HISTORICO.
           PERFORM CARGA-PROVISION.
           PERFORM IMPRIME-CONCILIACION.
           PERFORM IMPRIME-TOTALES.
           MOVE TOT-BRUTO TO WS-EDIT-IMP.
           DISPLAY "AGUINALDOS PAGADOS: ", CONT-PAGADOS,
                   "  IMPORTE: ", WS-EDIT-IMP.
           DISPLAY "EMPLEADOS RECHAZADOS: ", CONT-EXC.
           IF CONT-SIN-ALTA > 0
               DISPLAY "AVISO: ", CONT-SIN-ALTA, " EMPLEADOS SIN ",
                       "FECHA DE ALTA PAGADOS POR EL EJERCICIO COMPLETO"
           END-IF.
           CLOSE EMPLOYEES.
           CLOSE AGUISAL.
           CLOSE EMPHIST.
           CLOSE AGUI-RPT.
           PERFORM MARCA-PROCESADO.
           STOP RUN.

      *-------------------- Period control validation --------------------
       VALIDA-PERIODO.
           OPEN INPUT PERIODCTL.
           IF WS-PERIODCTL-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL CONTROL DE PERIODOS - ",
                       "ABRA EL PERIODO ", WS-PERIOD, " CON PERMAINT"
               STOP RUN
           END-IF.
           MOVE WS-PERIOD TO PC-PERIODO.
           READ PERIODCTL
               INVALID KEY
                   DISPLAY "ERROR: EL PERIODO ", WS-PERIOD,
                           " NO ESTA REGISTRADO - ABRALO CON PERMAINT"
                   CLOSE PERIODCTL
                   STOP RUN
           END-READ.
           CLOSE PERIODCTL.
           EVALUATE PC-STATUS
               WHEN "A"
                   CONTINUE
               WHEN "P"
                   DISPLAY "ERROR: EL AGUINALDO ", WS-ANIO,
                           " YA FUE PAGADO - REABRA ", WS-PERIOD,
                           " CON PERMAINT SI PROCEDE UNA RECORRIDA"
                   STOP RUN
               WHEN "C"
                   DISPLAY "ERROR: EL PERIODO ", WS-PERIOD,
                           " ESTA CERRADO - NO SE PROCESA"
                   STOP RUN
               WHEN OTHER
                   DISPLAY "ERROR: STATUS DE PERIODO DESCONOCIDO ",
                           PC-STATUS, " PARA ", WS-PERIOD
                   STOP RUN
           END-EVALUATE.

      *------------------- Mark the period processed -------------------
       MARCA-PROCESADO.
           OPEN I-O PERIODCTL.
           MOVE WS-PERIOD TO PC-PERIODO.
           READ PERIODCTL
               INVALID KEY
                   DISPLAY "AVISO: NO SE PUDO MARCAR EL PERIODO ",
                           WS-PERIOD, " COMO PROCESADO"
               NOT INVALID KEY
                   MOVE "P" TO PC-STATUS
                   MOVE WS-CURRENT-DATE TO PC-FECHA-ACT
                   REWRITE PC-REG
                   DISPLAY "PERIODO ", WS-PERIOD,
                           " MARCADO COMO PROCESADO"
           END-READ.
           CLOSE PERIODCTL.

      *------------------------ Load names ------------------------
       CARGAR-NOMBRES.
           MOVE 0 TO DEPT-COUNT.
           MOVE 0 TO DEPT-EOF.
           OPEN INPUT DEPARTMENTS.
           PERFORM LEE-DEPARTAMENTO.
           PERFORM UNTIL DEPT-EOF = 1
               IF DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY "ERROR: DEPARTMENTS.DAT EXCEDE EL MAXIMO DE ",
                           WS-DEPT-MAX, " DEPARTAMENTOS SOPORTADOS"
                   CLOSE DEPARTMENTS
                   STOP RUN
               END-IF
               ADD 1 TO DEPT-COUNT
               MOVE DEPT-REG-CODE TO DEPT-CODE(DEPT-COUNT)
               MOVE DEPT-REG-NAME TO DEPT-NAME(DEPT-COUNT)
               MOVE DEPT-REG-CC   TO DEPT-CC(DEPT-COUNT)
               MOVE 0 TO DA-EMPLEADOS(DEPT-COUNT)
               MOVE 0 TO DA-BRUTO(DEPT-COUNT)
               MOVE 0 TO DA-NETO(DEPT-COUNT)
               MOVE 0 TO DA-PROVISION(DEPT-COUNT)
               PERFORM LEE-DEPARTAMENTO
           END-PERFORM.
           CLOSE DEPARTMENTS.

       LEE-DEPARTAMENTO.
           READ DEPARTMENTS AT END MOVE 1 TO DEPT-EOF.

      *-------------------- Effective tax table check --------------------
      * The bracket lookup lives in the shared TAXCALC subprogram;
      * the up-front call only proves December has a usable rate
      * vintage before anything is paid.
       VALIDA-TARIFAS.
           MOVE WS-PERIOD-ORD TO TC-PERIODO.
           MOVE 0 TO TC-BRUTO.
           CALL "TAXCALC" USING TC-PARM.
           IF TC-RC >= 8
               DISPLAY "ERROR: TARIFAS INUTILIZABLES PARA EL PERIODO ",
                       WS-PERIOD-ORD, " (RC ", TC-RC, ")"
               STOP RUN
           END-IF.

      *------------------------ UMA daily value ------------------------
      * The "U" record is taken from the rate vintage in force on
      * the first of December - the same selection TAXCALC and
      * YEAREND make - so the 30-UMA exemption withheld here is the
      * one the annual adjustment recognizes.  Without it the
      * exemption cannot be sized and nothing is paid.
       CARGA-UMA.
           MOVE WS-ANIO TO WS-TAX-CORTE-X(1:4).
           MOVE "1201" TO WS-TAX-CORTE-X(5:4).
           MOVE WS-TAX-CORTE-X TO WS-TAX-CORTE.
           MOVE 0 TO WS-UMA-VIGENTE.
           MOVE 0 TO WS-UMA-DIARIA.
           MOVE 0 TO TAX-EOF.
           OPEN INPUT TAXRATES.
           IF WS-TAXRATES-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO DE TARIFAS"
               STOP RUN
           END-IF.
           PERFORM LEE-TARIFA.
           PERFORM UNTIL TAX-EOF = 1
               IF TAX-EFF-DATE <= WS-TAX-CORTE
                       AND TAX-EFF-DATE > WS-UMA-VIGENTE
                   MOVE TAX-EFF-DATE TO WS-UMA-VIGENTE
               END-IF
               PERFORM LEE-TARIFA
           END-PERFORM.
           CLOSE TAXRATES.
           MOVE 0 TO TAX-EOF.
           OPEN INPUT TAXRATES.
           PERFORM LEE-TARIFA.
           PERFORM UNTIL TAX-EOF = 1
               IF TAX-EFF-DATE = WS-UMA-VIGENTE AND TAX-TIPO = "U"
                   MOVE TAX-CUOTA-FIJA TO WS-UMA-DIARIA
               END-IF
               PERFORM LEE-TARIFA
           END-PERFORM.
           CLOSE TAXRATES.
           IF WS-UMA-DIARIA = 0
               DISPLAY "ERROR: LA VIGENCIA ", WS-UMA-VIGENTE,
                       " DE TAXRATES.DAT NO TIENE VALOR UMA (CORTE ",
                       WS-TAX-CORTE, ")"
               STOP RUN
           END-IF.
           COMPUTE WS-AGUI-TOPE = WS-UMA-DIARIA * WS-UMA-TOPE.

       LEE-TARIFA.
           READ TAXRATES AT END MOVE 1 TO TAX-EOF.

      *------------------------ Read the master ------------------------
       LEE-EMPLEADO.
           READ EMPLOYEES AT END MOVE 1 TO EMP-EOF.

      *----------------------- One employee -----------------------
      * Inactive employees are skipped: a leaver of the year was paid
      * the proportional aguinaldo in the finiquito.  On a rerun one
      * of them may still hold the period's history record from the
      * earlier run, which goes as for a rejection.  The motive
      * field doubles as the accept switch, each check running only
      * while it is still blank.
       CALCULA-AGUINALDO.
           IF EMP-STATUS = "I"
               PERFORM BORRA-HISTORIA
               PERFORM LEE-EMPLEADO
           ELSE
               MOVE SPACES TO WS-EXC-MOTIVO
               PERFORM CALCULA-DIAS
               IF WS-EXC-MOTIVO = SPACES
                   PERFORM CALCULA-IMPORTE
               END-IF
               IF WS-EXC-MOTIVO = SPACES
                   PERFORM BUSCA-DEPARTAMENTO
               END-IF
               IF WS-EXC-MOTIVO = SPACES
                   PERFORM GRABA-AGUINALDO
               ELSE
                   PERFORM RECHAZA-EMPLEADO
               END-IF
               PERFORM LEE-EMPLEADO
           END-IF.

      *------------------ Days of service in the year ------------------
      * Commercial calendar (months of thirty): a hire inside the year
      * counts from the hire date, the same arithmetic the finiquito
      * uses, and anyone hired earlier gets the full 360 days.  A
      * record without hire date is paid the full year and flagged.
       CALCULA-DIAS.
           MOVE "N" TO WS-SIN-ALTA.
           MOVE 360 TO WS-DIAS-ANIO.
           IF EMP-FECHA-ALTA = 0
               MOVE "S" TO WS-SIN-ALTA
           ELSE
               IF EMP-FECHA-ALTA(1:4) > WS-ANIO
                   MOVE "ALTA POSTERIOR AL EJERCICIO"
                       TO WS-EXC-MOTIVO
               ELSE
                   IF EMP-FECHA-ALTA(1:4) = WS-ANIO
                       MOVE EMP-FECHA-ALTA(5:2) TO WS-ALTA-MES
                       MOVE EMP-FECHA-ALTA(7:2) TO WS-ALTA-DIA
                       IF WS-ALTA-DIA > 30
                           MOVE 30 TO WS-ALTA-DIA
                       END-IF
                       COMPUTE WS-DOY-ALTA =
                           (WS-ALTA-MES - 1) * 30 + WS-ALTA-DIA - 1
                       COMPUTE WS-DIAS-ANIO = 360 - WS-DOY-ALTA
                   END-IF
               END-IF
           END-IF.
           COMPUTE WS-DIAS-PAGO ROUNDED =
               WS-DIAS-AGUINALDO * WS-DIAS-ANIO / 360.

      *---------------------- Amount and withholding ----------------------
      * The exempt part is capped at thirty UMA.  The ISR of the
      * taxable part is what it adds to the ISR of one month of
      * ordinary salary (the quincenal gross doubled), so the bonus
      * is taxed at the employee's marginal rate and not as if it
      * were a month's pay of its own.
       CALCULA-IMPORTE.
           IF EMP-FREC = "Q"
               COMPUTE WS-SAL-DIARIO ROUNDED = EMP-PERC / 15
               COMPUTE WS-ORDINARIO = EMP-PERC * 2
           ELSE
               COMPUTE WS-SAL-DIARIO ROUNDED = EMP-PERC / 30
               MOVE EMP-PERC TO WS-ORDINARIO
           END-IF.
           COMPUTE AGU-BRUTO ROUNDED = WS-SAL-DIARIO * WS-DIAS-PAGO.
           IF AGU-BRUTO = 0
               MOVE "AGUINALDO EN CERO - REVISE LA PERCEPCION"
                   TO WS-EXC-MOTIVO
           ELSE
               IF AGU-BRUTO > WS-AGUI-TOPE
                   MOVE WS-AGUI-TOPE TO AGU-EXENTO
               ELSE
                   MOVE AGU-BRUTO TO AGU-EXENTO
               END-IF
               COMPUTE AGU-GRAVADO = AGU-BRUTO - AGU-EXENTO
               MOVE 0 TO AGU-ISR
               IF AGU-GRAVADO > 0
                   PERFORM CALCULA-RETENCION
               END-IF
               COMPUTE AGU-NETO = AGU-BRUTO - AGU-ISR
           END-IF.

       CALCULA-RETENCION.
           MOVE WS-PERIOD-ORD TO TC-PERIODO.
           MOVE WS-ORDINARIO TO TC-BRUTO.
           CALL "TAXCALC" USING TC-PARM.
           PERFORM REVISA-RC.
           MOVE TC-ISR TO WS-ISR-ORD.
           IF WS-EXC-MOTIVO = SPACES
               COMPUTE TC-BRUTO = WS-ORDINARIO + AGU-GRAVADO
               CALL "TAXCALC" USING TC-PARM
               PERFORM REVISA-RC
           END-IF.
           IF WS-EXC-MOTIVO = SPACES
               COMPUTE AGU-ISR ROUNDED = TC-ISR - WS-ISR-ORD
           END-IF.

       REVISA-RC.
           EVALUATE TRUE
               WHEN TC-RC = 0
                   CONTINUE
               WHEN TC-RC = 4
                   MOVE "PERCEPCION FUERA DE TABLA ISR"
                       TO WS-EXC-MOTIVO
               WHEN OTHER
                   DISPLAY "ERROR: TAXCALC RC ", TC-RC,
                           " PARA LA NOMINA ", EMP-NOMI
                   STOP RUN
           END-EVALUATE.

       BUSCA-DEPARTAMENTO.
           MOVE 0 TO WS-DEPT-IX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
               IF EMP-DEPT = DEPT-CODE(I)
                   MOVE I TO WS-DEPT-IX
               END-IF
           END-PERFORM.
           IF WS-DEPT-IX = 0
               MOVE "DEPARTAMENTO NO ENCONTRADO EN CATALOGO"
                   TO WS-EXC-MOTIVO
           END-IF.

      *------------------------ Accepted payment ------------------------
      * EMPSAL layout: the aguinaldo is the whole gross and rides the
      * fixed-gross field the payslip prints; the only deduction is
      * the ISR.  The history record of a rerun replaces the earlier
      * one, as in 3EMP-SAL.
       GRABA-AGUINALDO.
           MOVE EMP-NOMI TO EMS-NOMI.
           MOVE EMP-NOMB TO EMS-NOMB.
           MOVE EMP-DEPT TO EMS-DEPT.
           MOVE AGU-BRUTO TO EMS-PERC.
           MOVE AGU-BRUTO TO EMS-PERC-FIJA.
           MOVE 0 TO EMS-HRS-EXT.
           MOVE 0 TO EMS-COMISION.
           MOVE 0 TO EMS-BONO-PUN.
           MOVE 0 TO EMS-DESC-FAL.
           MOVE 0 TO EMS-PENSION.
           MOVE 0 TO EMS-CREDITOS.
           MOVE 0 TO EMS-PRIMA-VAC.
           MOVE AGU-ISR TO EMS-ISR.
           MOVE 0 TO EMS-IMSS.
           MOVE 0 TO EMS-OTRAS-DEDU.
           MOVE AGU-ISR TO EMS-DEDU.
           MOVE AGU-NETO TO EMS-SALA.
           WRITE EMS-REG.
           MOVE EMS-NOMI TO EH-NOMI.
           MOVE WS-PERIOD TO EH-PERIOD.
           MOVE EMS-NOMB TO EH-NOMB.
           MOVE EMS-DEPT TO EH-DEPT.
           MOVE EMS-PERC TO EH-PERC.
           MOVE EMS-DEDU TO EH-DEDU.
           MOVE EMS-ISR TO EH-ISR.
           MOVE EMS-IMSS TO EH-IMSS.
           MOVE EMS-OTRAS-DEDU TO EH-OTRAS-DEDU.
           MOVE EMS-SALA TO EH-SALA.
           MOVE EMS-PENSION TO EH-PENSION.
           WRITE EH-REG
               INVALID KEY
                   REWRITE EH-REG
           END-WRITE.
           ADD 1 TO DA-EMPLEADOS(WS-DEPT-IX).
           ADD AGU-BRUTO TO DA-BRUTO(WS-DEPT-IX).
           ADD AGU-NETO TO DA-NETO(WS-DEPT-IX).
           ADD 1 TO CONT-PAGADOS.
           IF WS-SIN-ALTA = "S"
               ADD 1 TO CONT-SIN-ALTA
           END-IF.
           ADD AGU-BRUTO TO TOT-BRUTO.
           ADD AGU-EXENTO TO TOT-EXENTO.
           ADD AGU-ISR TO TOT-ISR.
           ADD AGU-NETO TO TOT-NETO.
           PERFORM IMPRIME-EMPLEADO.

      *------------------------ Rejected employee ------------------------
      * A rerun may find an employee paid in the earlier run now
      * rejected, so the stale history record of the period goes.
       RECHAZA-EMPLEADO.
           PERFORM BORRA-HISTORIA.
           ADD 1 TO CONT-EXC.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM IMPRIME-ENCABEZADO
           END-IF.
           MOVE SPACES TO RPT-LINE.
           MOVE EMP-NOMI TO RPT-LINE(1:6).
           MOVE EMP-NOMB TO RPT-LINE(9:20).
           MOVE EMP-DEPT(1:3) TO RPT-LINE(31:3).
           MOVE EMP-FECHA-ALTA TO RPT-LINE(36:8).
           MOVE "RECHAZADO:" TO RPT-LINE(46:10).
           MOVE WS-EXC-MOTIVO TO RPT-LINE(57:40).
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       BORRA-HISTORIA.
           MOVE EMP-NOMI TO EH-NOMI.
           MOVE WS-PERIOD TO EH-PERIOD.
           DELETE EMPHIST RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *-------------------- YTD department history --------------------
      * Same replace-not-accumulate rule as 3EMP-SAL: the department
      * net of the aguinaldo period is rebuilt on every run.
       GRABA-HISTORICO.
           OPEN I-O DEPTHIST.
           IF WS-DEPTHIST-STATUS = "35"
               OPEN OUTPUT DEPTHIST
               CLOSE DEPTHIST
               OPEN I-O DEPTHIST
           END-IF.
           PERFORM ACTUALIZA-HISTORICO VARYING I FROM 1 BY 1
               UNTIL I > DEPT-COUNT.
           CLOSE DEPTHIST.

       ACTUALIZA-HISTORICO.
           MOVE DEPT-CODE(I) TO DH-DEPT-CODE.
           MOVE WS-PERIOD TO DH-PERIOD.
           READ DEPTHIST
               INVALID KEY
                   MOVE DEPT-NAME(I) TO DH-DEPT-NAME
                   MOVE DA-NETO(I) TO DH-TOTAL
                   WRITE DH-REG
               NOT INVALID KEY
                   MOVE DA-NETO(I) TO DH-TOTAL
                   REWRITE DH-REG
           END-READ.

      *-------------------- Accrual of the year --------------------
      * Every EMPCOST record of the year's periods adds its aguinaldo
      * provision to its department; a department no longer in the
      * catalog is kept apart so the company total still ties.
       CARGA-PROVISION.
           MOVE 0 TO EC-EOF.
           OPEN INPUT EMPCOST.
           IF WS-EMPCOST-STATUS = "35"
               MOVE "N" TO WS-HAY-PROVISION
               MOVE 1 TO EC-EOF
           ELSE
               PERFORM LEE-EMPCOST
           END-IF.
           PERFORM UNTIL EC-EOF = 1
               IF EC-PERIOD(1:4) = WS-ANIO
                       AND EC-PERIOD(7:2) NOT = "AG"
                   MOVE 0 TO WS-DEPT-IX
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
                       IF EC-DEPT-CODE = DEPT-CODE(I)
                           MOVE I TO WS-DEPT-IX
                       END-IF
                   END-PERFORM
                   IF WS-DEPT-IX = 0
                       ADD EC-AGUINALDO TO TOT-PROV-FUERA
                   ELSE
                       ADD EC-AGUINALDO TO DA-PROVISION(WS-DEPT-IX)
                   END-IF
                   ADD EC-AGUINALDO TO TOT-PROVISION
               END-IF
               PERFORM LEE-EMPCOST
           END-PERFORM.
           IF WS-EMPCOST-STATUS NOT = "35"
               CLOSE EMPCOST
           END-IF.

       LEE-EMPCOST.
           READ EMPCOST AT END MOVE 1 TO EC-EOF.

      *------------------- Report header / page break -------------------
       IMPRIME-ENCABEZADO.
           ADD 1 TO WS-PAGE-NO.
           MOVE SPACES TO RPT-LINE.
           STRING "PAGO ANUAL DE AGUINALDO - EJERCICIO " WS-ANIO
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FECHA DE CORRIDA: " WS-CURRENT-DATE
                  "     PERIODO: " WS-PERIOD
                  "     PAGINA: " WS-PAGE-NO
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NOMINA  NOMBRE                DEP  ALTA      ",
                  "DIAS  SAL.DIARIO      AGUINALDO         EXENTO",
                  "            ISR           NETO"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE 0 TO WS-LINE-COUNT.

      *------------------- One employee report line -------------------
       IMPRIME-EMPLEADO.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM IMPRIME-ENCABEZADO
           END-IF.
           MOVE SPACES TO RPT-LINE.
           MOVE EMP-NOMI TO RPT-LINE(1:6).
           MOVE EMP-NOMB TO RPT-LINE(9:20).
           MOVE EMP-DEPT(1:3) TO RPT-LINE(31:3).
           MOVE EMP-FECHA-ALTA TO RPT-LINE(36:8).
           MOVE WS-DIAS-PAGO TO WS-EDIT-DIAS.
           MOVE WS-EDIT-DIAS TO RPT-LINE(46:5).
           MOVE WS-SAL-DIARIO TO WS-EDIT-SAL.
           MOVE WS-EDIT-SAL TO RPT-LINE(54:9).
           MOVE AGU-BRUTO TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(64:14).
           MOVE AGU-EXENTO TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(79:14).
           MOVE AGU-ISR TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(94:14).
           MOVE AGU-NETO TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(109:14).
           IF WS-SIN-ALTA = "S"
               MOVE "SIN ALTA" TO RPT-LINE(125:8)
           END-IF.
           WRITE RPT-LINE.
           ADD 1 TO WS-LINE-COUNT.

      *------------------ Reconciliation to the accrual ------------------
      * Paid against provisioned per department.  The difference is
      * expected where the year had leavers (their part went out in
      * the finiquito), salary changes after the accrual or hires
      * paid a partial year; anything else is for payroll to explain
      * before the period is closed.
       IMPRIME-CONCILIACION.
           PERFORM IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-LINE.
           STRING "CONCILIACION CONTRA LA PROVISION EMPCOST DEL ",
                  "EJERCICIO " WS-ANIO
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WS-HAY-PROVISION = "N"
               MOVE SPACES TO RPT-LINE
               MOVE "AVISO: NO EXISTE EMPCOST - SIN PROVISION"
                   TO RPT-LINE(1:40)
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DEP     DEPARTAMENTO          EMPLEADOS  ",
                  "  PROVISIONADO         PAGADO     DIFERENCIA"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM IMPRIME-UN-DEPTO VARYING I FROM 1 BY 1
               UNTIL I > DEPT-COUNT.
           IF TOT-PROV-FUERA NOT = 0
               MOVE SPACES TO RPT-LINE
               MOVE "(FUERA DE CATALOGO)" TO RPT-LINE(9:19)
               MOVE TOT-PROV-FUERA TO WS-EDIT-IMP
               MOVE WS-EDIT-IMP TO RPT-LINE(42:14)
               COMPUTE WS-DIFERENCIA = 0 - TOT-PROV-FUERA
               MOVE WS-DIFERENCIA TO WS-EDIT-IMP
               MOVE WS-EDIT-IMP TO RPT-LINE(72:14)
               WRITE RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "TOTAL DE LA EMPRESA" TO RPT-LINE(1:19).
           MOVE CONT-PAGADOS TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(33:6).
           MOVE TOT-PROVISION TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(42:14).
           MOVE TOT-BRUTO TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(57:14).
           COMPUTE WS-DIFERENCIA = TOT-BRUTO - TOT-PROVISION.
           MOVE WS-DIFERENCIA TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(72:14).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "DIFERENCIA = PAGADO - PROVISIONADO.  LAS BAJAS DEL"
               TO RPT-LINE(1:51).
           MOVE " EJERCICIO COBRARON SU PARTE EN EL FINIQUITO."
               TO RPT-LINE(52:46).
           WRITE RPT-LINE.

       IMPRIME-UN-DEPTO.
           MOVE SPACES TO RPT-LINE.
           MOVE DEPT-CODE(I) TO RPT-LINE(1:3).
           MOVE DEPT-NAME(I) TO RPT-LINE(9:20).
           MOVE DA-EMPLEADOS(I) TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(33:6).
           MOVE DA-PROVISION(I) TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(42:14).
           MOVE DA-BRUTO(I) TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(57:14).
           COMPUTE WS-DIFERENCIA = DA-BRUTO(I) - DA-PROVISION(I).
           MOVE WS-DIFERENCIA TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(72:14).
           WRITE RPT-LINE.

      *-------------------- Report trailer: totals --------------------
       IMPRIME-TOTALES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "UMA DIARIA: " WS-UMA-DIARIA
                  "  (VIGENCIA " WS-UMA-VIGENTE ")"
                  "  TOPE EXENTO 30 UMA: " WS-AGUI-TOPE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "AGUINALDO BRUTO:" TO RPT-LINE(1:16).
           MOVE TOT-BRUTO TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(26:14).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "PARTE EXENTA:" TO RPT-LINE(1:13).
           MOVE TOT-EXENTO TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(26:14).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "ISR RETENIDO:" TO RPT-LINE(1:13).
           MOVE TOT-ISR TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(26:14).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "NETO A DISPERSAR:" TO RPT-LINE(1:17).
           MOVE TOT-NETO TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(26:14).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "EMPLEADOS PAGADOS:" TO RPT-LINE(1:18).
           MOVE CONT-PAGADOS TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(34:6).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "EMPLEADOS RECHAZADOS:" TO RPT-LINE(1:21).
           MOVE CONT-EXC TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(34:6).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "SIN FECHA DE ALTA:" TO RPT-LINE(1:18).
           MOVE CONT-SIN-ALTA TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(34:6).
           WRITE RPT-LINE.

       END PROGRAM AGUINALD.
