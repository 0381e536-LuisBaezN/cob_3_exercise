      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Monthly IMSS (SUA) and ISR retention remittance run.
      *          For a month whose payroll periods are all closed in
      *          PERIODCTL it combines, per employee, the monthly run
      *          and both quincenas (plus the aguinaldo run in
      *          December) from the EMPHIST pay history and builds:
      *            - SUAFILE, the fixed-width file the SUA imports:
      *              one contribution record per employee with the
      *              NSS, the daily salario base de cotizacion, the
      *              days paid and the employee and employer IMSS,
      *              preceded by the alta / baja movements of the
      *              month;
      *            - SUA-RPT, the employees whose contributions could
      *              not be built and the summary Contabilidad pays
      *              and files from: ISR withheld, IMSS obrero and
      *              IMSS patronal, tied back period by period to
      *              what the payroll posted (net in DEPTHIST, cuota
      *              patronal in EMPCOST).
      *          The cuota patronal is the TAX-TIPO "P" percentage
      *          over each period's gross with the same vintage
      *          selection and rounding as EMPCOST; the aguinaldo
      *          run carries no cuota.  The salario base is the
      *          ordinary gross of the month over the days paid,
      *          capped at 25 UMA.  Employees with no active fiscal
      *          data or no valid NSS are reported and left out of
      *          the SUA file, but stay in the totals so the summary
      *          still ties to the payroll.
      *          Command line: MES(AAAAMM) REGISTRO-PATRONAL.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUAREMIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIODCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIODO
               FILE STATUS IS WS-PERIODCTL-STATUS.
           SELECT EMPHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS WS-EMPLOYEES-STATUS.
           SELECT FISCMST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-NOMI
               FILE STATUS IS WS-FISCMST-STATUS.
           SELECT DEPTHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.
           SELECT EMPCOST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EC-KEY
               FILE STATUS IS WS-EMPCOST-STATUS.
           SELECT TAXRATES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXRATES-STATUS.
           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT SUAFILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUA-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODCTL.
           COPY PERREC.
       FD  EMPHIST.
           COPY EMPHREC.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  FISCMST.
           COPY FISCREC.
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
       FD  TAXRATES.
           COPY TAXREC.
       FD  AUDITLOG.
           COPY AUDREC.
      * SUA import record.  SU-TIPO-MOV: "08" alta / reingreso and
      * "02" baja, dated with the movement; "00" the month's
      * contribution, dated the last day of the month.  Dates go in
      * the SUA's DDMMAAAA order; amounts are unsigned with two
      * implied decimals.
       FD  SUAFILE.
       01  SU-REG.
           02 SU-REG-PAT PIC X(11).
           02 SU-NSS PIC X(11).
           02 SU-TIPO-MOV PIC X(02).
           02 SU-FECHA-MOV PIC X(08).
           02 SU-RFC PIC X(13).
           02 SU-CURP PIC X(18).
           02 SU-NOMB PIC X(50).
           02 SU-SBC PIC 9(05)V99.
           02 SU-DIAS PIC 9(02).
           02 SU-IMSS-OBR PIC 9(07)V99.
           02 SU-IMSS-PAT PIC 9(07)V99.
           02 SU-MES PIC X(06).
           02 SU-NOMI PIC 9(06).
       FD  SUA-RPT.
       01  RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  WS-EMPHIST-STATUS PIC X(02).
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-FISCMST-STATUS PIC X(02).
       77  WS-DEPTHIST-STATUS PIC X(02).
       77  WS-EMPCOST-STATUS PIC X(02).
       77  WS-TAXRATES-STATUS PIC X(02).
       77  WS-AUDITLOG-STATUS PIC X(02).
       77  EH-EOF PIC 9 VALUE 0.
       77  DH-EOF PIC 9 VALUE 0.
       77  EC-EOF PIC 9 VALUE 0.
       77  TAX-EOF PIC 9 VALUE 0.
       77  AUD-EOF PIC 9 VALUE 0.
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(40) VALUE SPACES.
       77  WS-MES-X PIC X(08) VALUE SPACES.
       77  WS-REG-PAT PIC X(11) VALUE SPACES.
       77  WS-EXTRA PIC X(20) VALUE SPACES.
       77  WS-MES-PROC PIC X(06) VALUE SPACES.
       77  WS-ANIO PIC 9(04) VALUE 0.
       77  WS-MES PIC 9(02) VALUE 0.
       77  WS-ULT-DIA PIC 9(02) VALUE 0.
       77  WS-COC PIC 9(04) VALUE 0.
       77  WS-RES-4 PIC 9(03) VALUE 0.
       77  WS-RES-100 PIC 9(03) VALUE 0.
       77  WS-RES-400 PIC 9(03) VALUE 0.
       77  WS-FECHA-X PIC X(08) VALUE SPACES.
       77  WS-FECHA-INI PIC 9(08) VALUE 0.
       77  WS-FECHA-FIN PIC 9(08) VALUE 0.
       77  WS-FECHA-SUA PIC X(08) VALUE SPACES.
       77  WS-TAX-CORTE PIC 9(08) VALUE 0.
       77  WS-TAX-CORTE-X PIC X(08) VALUE SPACES.
       77  WS-TAX-VIGENTE PIC 9(08) VALUE 0.
       77  WS-PAT-PCT PIC 9(02)V99 VALUE 0.
       77  WS-UMA-DIARIA PIC 9(07)V99 VALUE 0.
       77  WS-UMA-01 PIC 9(07)V99 VALUE 0.
       77  WS-SBC-TOPE PIC 9(07)V99 VALUE 0.
       77  WS-PER-IDX PIC 9(01) VALUE 0.
       77  WS-PAT-EMP PIC 9(07)V99 VALUE 0.
       77  WS-NOMI-ANT PIC 9(06) VALUE 0.
       77  WS-NOMB-ANT PIC X(20) VALUE SPACES.
       77  WS-CONSTRUYE PIC X(01) VALUE "N".
       77  WS-CIERRE-OK PIC X(01) VALUE "S".
       77  WS-FECHA-ALTA PIC 9(08) VALUE 0.
       77  WS-FECHA-BAJA PIC 9(08) VALUE 0.
       77  MES-PERC-ORD PIC 9(07)V99 VALUE 0.
       77  MES-ISR PIC 9(07) VALUE 0.
       77  MES-IMSS PIC 9(07) VALUE 0.
       77  MES-PAT PIC 9(07)V99 VALUE 0.
       77  MES-DIAS PIC 9(02) VALUE 0.
       77  MES-PERIODOS PIC 9(01) VALUE 0.
       77  MES-SBC PIC 9(05)V99 VALUE 0.
       77  TOT-ISR PIC 9(09) VALUE 0.
       77  TOT-IMSS PIC 9(09) VALUE 0.
       77  TOT-PAT PIC 9(09)V99 VALUE 0.
       77  SUA-ISR PIC 9(09) VALUE 0.
       77  SUA-IMSS PIC 9(09) VALUE 0.
       77  SUA-PAT PIC 9(09)V99 VALUE 0.
       77  EXC-ISR PIC 9(09) VALUE 0.
       77  EXC-IMSS PIC 9(09) VALUE 0.
       77  EXC-PAT PIC 9(09)V99 VALUE 0.
       77  CONT-EMP PIC 9(05) VALUE 0.
       77  CONT-SUA PIC 9(05) VALUE 0.
       77  CONT-EXCEP PIC 9(05) VALUE 0.
       77  CONT-ALTAS PIC 9(05) VALUE 0.
       77  CONT-BAJAS PIC 9(05) VALUE 0.
       77  CONT-DIFER PIC 9(02) VALUE 0.
       77  RPT-MOTIVO PIC X(40) VALUE SPACES.
       77  WS-OBS PIC X(30) VALUE SPACES.
       77  WS-EDIT-IMP PIC ZZZ,ZZZ,ZZ9.99-.
       77  WS-EDIT-CONT PIC ZZ,ZZ9.
       77  I PIC 9(4).
       77  BAJA-COUNT PIC 9(04) VALUE 0.
       77  WS-BAJA-MAX PIC 9(04) VALUE 500.
      * The sub-periods a month can hold, in PERIODCTL key order.
       01  SUBPERIODOS-CONST.
           02 FILLER PIC X(02) VALUE SPACES.
           02 FILLER PIC X(02) VALUE "Q1".
           02 FILLER PIC X(02) VALUE "Q2".
           02 FILLER PIC X(02) VALUE "AG".
       01  SUBPERIODOS-TAB REDEFINES SUBPERIODOS-CONST.
           02 SP-SUFIJO OCCURS 4 TIMES PIC X(02).
       01  PERIODOS-TAB.
           02 PERIODOS-ROW OCCURS 4 TIMES.
               03 SP-PERIODO PIC X(08).
               03 SP-EXISTE PIC X(01).
               03 SP-STATUS PIC X(01).
               03 SP-PAT-PCT PIC 9(02)V99.
               03 SP-ISR PIC 9(09).
               03 SP-IMSS PIC 9(09).
               03 SP-PAT PIC 9(09)V99.
               03 SP-SALA PIC S9(09)V99.
               03 SP-DH-SALA PIC S9(09)V99.
               03 SP-EC-PAT PIC S9(09)V99.
       01  BAJAS-TAB.
           02 BAJAS-ROW OCCURS 1 TO 500 TIMES
                  DEPENDING ON BAJA-COUNT.
               03 BJ-NOMI PIC 9(06).
               03 BJ-FECHA PIC 9(08).
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           UNSTRING WS-PARM DELIMITED BY ALL SPACES
               INTO WS-MES-X WS-REG-PAT WS-EXTRA.
           IF WS-MES-X(1:6) NOT NUMERIC
                   OR WS-MES-X(7:2) NOT = SPACES
                   OR WS-REG-PAT = SPACES
               DISPLAY "USO: SUAREMIT MES(AAAAMM) REGISTRO-PATRONAL"
               STOP RUN
           END-IF.
           MOVE WS-MES-X(1:6) TO WS-MES-PROC.
           MOVE WS-MES-PROC(1:4) TO WS-ANIO.
           MOVE WS-MES-PROC(5:2) TO WS-MES.
           IF WS-MES < 1 OR WS-MES > 12
               DISPLAY "ERROR: MES INVALIDO ", WS-MES-PROC
               STOP RUN
           END-IF.
           PERFORM CALCULA-FECHAS-MES.
           PERFORM VALIDA-MES.
           PERFORM CARGA-TARIFAS-PATRONALES.
           PERFORM CARGA-BAJAS.
           OPEN INPUT EMPHIST.
           IF WS-EMPHIST-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE LA HISTORIA POR EMPLEADO"
               STOP RUN
           END-IF.
           OPEN INPUT FISCMST.
           IF WS-FISCMST-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO FISCAL ",
                       "FISCMST - CAPTURELO CON FISMAINT"
               CLOSE EMPHIST
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO DE EMPLEADOS"
               CLOSE EMPHIST
               CLOSE FISCMST
               STOP RUN
           END-IF.
           OPEN OUTPUT SUAFILE.
           OPEN OUTPUT SUA-RPT.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM LEE-HISTORIA.
           PERFORM ACUMULA-HISTORIA UNTIL EH-EOF = 1.
           IF WS-NOMI-ANT > 0
               PERFORM CIERRA-EMPLEADO
           END-IF.
           IF CONT-EXCEP = 0
               MOVE SPACES TO RPT-LINE
               MOVE "(NINGUNO)" TO RPT-LINE(1:9)
               WRITE RPT-LINE
           END-IF.
           CLOSE EMPHIST.
           CLOSE FISCMST.
           CLOSE EMPLOYEES.
           PERFORM SUMA-DEPTHIST.
           PERFORM SUMA-EMPCOST.
           PERFORM IMPRIME-CUADRE.
           PERFORM IMPRIME-TOTALES.
           CLOSE SUAFILE.
           CLOSE SUA-RPT.
           DISPLAY "EMPLEADOS DEL MES: ", CONT-EMP,
                   "  ENVIADOS AL SUA: ", CONT-SUA,
                   "  SIN CUOTAS: ", CONT-EXCEP.
           DISPLAY "ALTAS: ", CONT-ALTAS, "  BAJAS: ", CONT-BAJAS.
           MOVE TOT-ISR TO WS-EDIT-IMP.
           DISPLAY "ISR RETENIDO: ", WS-EDIT-IMP.
           MOVE TOT-IMSS TO WS-EDIT-IMP.
           DISPLAY "IMSS OBRERO: ", WS-EDIT-IMP.
           MOVE TOT-PAT TO WS-EDIT-IMP.
           DISPLAY "IMSS PATRONAL: ", WS-EDIT-IMP.
           IF CONT-DIFER > 0
               DISPLAY "AVISO: ", CONT-DIFER, " PERIODO(S) NO CUADRAN ",
                       "CONTRA LA NOMINA - REVISE SUA-RPT"
           END-IF.
           STOP RUN.

      *----------------------- Dates of the month -----------------------
      * Same calendar rule as the CFDI extract: Q1 pays the 1st to
      * the 15th, Q2 the 16th to month end.
       CALCULA-FECHAS-MES.
           EVALUATE WS-MES
               WHEN 2
                   DIVIDE WS-ANIO BY 4 GIVING WS-COC
                       REMAINDER WS-RES-4
                   DIVIDE WS-ANIO BY 100 GIVING WS-COC
                       REMAINDER WS-RES-100
                   DIVIDE WS-ANIO BY 400 GIVING WS-COC
                       REMAINDER WS-RES-400
                   IF WS-RES-400 = 0
                           OR (WS-RES-4 = 0 AND WS-RES-100 NOT = 0)
                       MOVE 29 TO WS-ULT-DIA
                   ELSE
                       MOVE 28 TO WS-ULT-DIA
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ULT-DIA
               WHEN OTHER
                   MOVE 31 TO WS-ULT-DIA
           END-EVALUATE.
           MOVE WS-MES-PROC TO WS-FECHA-X(1:6).
           MOVE "01" TO WS-FECHA-X(7:2).
           MOVE WS-FECHA-X TO WS-FECHA-INI.
           MOVE WS-ULT-DIA TO WS-FECHA-X(7:2).
           MOVE WS-FECHA-X TO WS-FECHA-FIN.

      *-------------------- Period control validation --------------------
      * The remittance is built from what was finally paid, so every
      * sub-period the month registered has to be closed, and a
      * month with one quincena registered and not the other is not
      * finished yet.
       VALIDA-MES.
           OPEN INPUT PERIODCTL.
           IF WS-PERIODCTL-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL CONTROL DE PERIODOS"
               STOP RUN
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
               MOVE SPACES TO SP-PERIODO(I)
               MOVE WS-MES-PROC TO SP-PERIODO(I)(1:6)
               MOVE SP-SUFIJO(I) TO SP-PERIODO(I)(7:2)
               MOVE "N" TO SP-EXISTE(I)
               MOVE SPACE TO SP-STATUS(I)
               MOVE 0 TO SP-PAT-PCT(I) SP-ISR(I) SP-IMSS(I)
                         SP-PAT(I) SP-SALA(I) SP-DH-SALA(I)
                         SP-EC-PAT(I)
               MOVE SP-PERIODO(I) TO PC-PERIODO
               READ PERIODCTL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO SP-EXISTE(I)
                       MOVE PC-STATUS TO SP-STATUS(I)
               END-READ
           END-PERFORM.
           CLOSE PERIODCTL.
           MOVE "S" TO WS-CIERRE-OK.
           IF SP-EXISTE(1) = "N" AND SP-EXISTE(2) = "N"
                   AND SP-EXISTE(3) = "N"
               DISPLAY "ERROR: EL MES ", WS-MES-PROC,
                       " NO TIENE PERIODOS REGISTRADOS"
               STOP RUN
           END-IF.
           IF SP-EXISTE(2) NOT = SP-EXISTE(3)
               DISPLAY "ERROR: EL MES ", WS-MES-PROC,
                       " TIENE REGISTRADA SOLO UNA QUINCENA"
               MOVE "N" TO WS-CIERRE-OK
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
               IF SP-EXISTE(I) = "S" AND SP-STATUS(I) NOT = "C"
                   DISPLAY "ERROR: EL PERIODO ", SP-PERIODO(I),
                           " NO ESTA CERRADO (STATUS ", SP-STATUS(I),
                           ") - CIERRELO CON PERMAINT"
                   MOVE "N" TO WS-CIERRE-OK
               END-IF
           END-PERFORM.
           IF WS-CIERRE-OK = "N"
               DISPLAY "ERROR: EL MES ", WS-MES-PROC,
                       " NO ESTA CERRADO - NO SE GENERA EL ENTERO"
               STOP RUN
           END-IF.

      *---------------- Load employer IMSS percentages ----------------
      * EMPCOST selects the vintage in force on the first day of the
      * period, so the monthly run and Q1 cut off at the 1st and Q2
      * at the 16th.  The UMA for the salario base cap is the one in
      * force on the 1st.  The aguinaldo run has no cuota patronal.
       CARGA-TARIFAS-PATRONALES.
           MOVE WS-MES-PROC TO WS-TAX-CORTE-X(1:6).
           MOVE "01" TO WS-TAX-CORTE-X(7:2).
           MOVE WS-TAX-CORTE-X TO WS-TAX-CORTE.
           PERFORM BUSCA-VIGENCIA.
           MOVE WS-UMA-DIARIA TO WS-UMA-01.
           MOVE WS-PAT-PCT TO SP-PAT-PCT(1).
           MOVE WS-PAT-PCT TO SP-PAT-PCT(2).
           IF SP-EXISTE(3) = "S"
               MOVE "16" TO WS-TAX-CORTE-X(7:2)
               MOVE WS-TAX-CORTE-X TO WS-TAX-CORTE
               PERFORM BUSCA-VIGENCIA
               MOVE WS-PAT-PCT TO SP-PAT-PCT(3)
           END-IF.
           MOVE 0 TO SP-PAT-PCT(4).
           IF WS-UMA-01 = 0
               DISPLAY "AVISO: SIN VALOR UMA VIGENTE - EL SALARIO ",
                       "BASE SE ENVIA SIN TOPE"
               MOVE 0 TO WS-SBC-TOPE
           ELSE
               COMPUTE WS-SBC-TOPE = WS-UMA-01 * 25
           END-IF.

       BUSCA-VIGENCIA.
           MOVE 0 TO WS-TAX-VIGENTE.
           MOVE 0 TO WS-PAT-PCT.
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
                       AND TAX-EFF-DATE > WS-TAX-VIGENTE
                   MOVE TAX-EFF-DATE TO WS-TAX-VIGENTE
               END-IF
               PERFORM LEE-TARIFA
           END-PERFORM.
           CLOSE TAXRATES.
           IF WS-TAX-VIGENTE = 0
               DISPLAY "ERROR: SIN TARIFAS VIGENTES AL ", WS-TAX-CORTE
               STOP RUN
           END-IF.
           MOVE 0 TO TAX-EOF.
           OPEN INPUT TAXRATES.
           PERFORM LEE-TARIFA.
           PERFORM UNTIL TAX-EOF = 1
               IF TAX-EFF-DATE = WS-TAX-VIGENTE
                   IF TAX-TIPO = "P"
                       MOVE TAX-PORCENTAJE TO WS-PAT-PCT
                   END-IF
                   IF TAX-TIPO = "U"
                       MOVE TAX-CUOTA-FIJA TO WS-UMA-DIARIA
                   END-IF
               END-IF
               PERFORM LEE-TARIFA
           END-PERFORM.
           CLOSE TAXRATES.
           IF WS-PAT-PCT = 0
               DISPLAY "ERROR: LA VIGENCIA ", WS-TAX-VIGENTE,
                       " NO TIENE PORCENTAJE IMSS PATRONAL (TIPO P)"
               STOP RUN
           END-IF.

       LEE-TARIFA.
           READ TAXRATES AT END MOVE 1 TO TAX-EOF.

      *----------------------- Bajas of the month -----------------------
      * An inactivation is an audit record whose after image carries
      * status "I" and whose before image did not - an EMPMAINT baja
      * or a finiquito.  EMP-STATUS is byte 59 of the EMP-REG image.
       CARGA-BAJAS.
           MOVE 0 TO BAJA-COUNT.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-STATUS = "35"
               DISPLAY "AVISO: NO EXISTE LA BITACORA DE EMPLEADOS - ",
                       "NO SE REPORTAN BAJAS"
           ELSE
               MOVE 0 TO AUD-EOF
               PERFORM LEE-AUDITORIA
               PERFORM UNTIL AUD-EOF = 1
                   IF AUD-FECHA >= WS-FECHA-INI
                           AND AUD-FECHA <= WS-FECHA-FIN
                           AND AUD-DESPUES(59:1) = "I"
                           AND AUD-ANTES(59:1) NOT = "I"
                       IF BAJA-COUNT >= WS-BAJA-MAX
                           DISPLAY "ERROR: AUDITLOG EXCEDE EL MAXIMO ",
                                   "DE ", WS-BAJA-MAX,
                                   " BAJAS POR MES SOPORTADAS"
                           CLOSE AUDITLOG
                           STOP RUN
                       END-IF
                       ADD 1 TO BAJA-COUNT
                       MOVE AUD-NOMI TO BJ-NOMI(BAJA-COUNT)
                       MOVE AUD-FECHA TO BJ-FECHA(BAJA-COUNT)
                   END-IF
                   PERFORM LEE-AUDITORIA
               END-PERFORM
               CLOSE AUDITLOG
           END-IF.

       LEE-AUDITORIA.
           READ AUDITLOG AT END MOVE 1 TO AUD-EOF.

      *------------------------ Read history ------------------------
       LEE-HISTORIA.
           READ EMPHIST AT END MOVE 1 TO EH-EOF.

      *--------------------- Accumulate one record ---------------------
      * EMPHIST is keyed by employee then period, so one employee's
      * periods of the month are contiguous; the break is on the
      * payroll number, as in YEAREND.
       ACUMULA-HISTORIA.
           IF EH-NOMI NOT = WS-NOMI-ANT
               IF WS-NOMI-ANT > 0
                   PERFORM CIERRA-EMPLEADO
               END-IF
               MOVE EH-NOMI TO WS-NOMI-ANT
               MOVE 0 TO MES-PERC-ORD
               MOVE 0 TO MES-ISR
               MOVE 0 TO MES-IMSS
               MOVE 0 TO MES-PAT
               MOVE 0 TO MES-DIAS
               MOVE 0 TO MES-PERIODOS
           END-IF.
           MOVE 0 TO WS-PER-IDX.
           IF EH-PERIOD(1:6) = WS-MES-PROC
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                   IF EH-PERIOD(7:2) = SP-SUFIJO(I)
                       MOVE I TO WS-PER-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PER-IDX > 0
               MOVE EH-NOMB TO WS-NOMB-ANT
               COMPUTE WS-PAT-EMP ROUNDED =
                   EH-PERC * SP-PAT-PCT(WS-PER-IDX) / 100
               ADD EH-ISR TO MES-ISR
               ADD EH-IMSS TO MES-IMSS
               ADD WS-PAT-EMP TO MES-PAT
               ADD 1 TO MES-PERIODOS
               ADD EH-ISR TO SP-ISR(WS-PER-IDX)
               ADD EH-IMSS TO SP-IMSS(WS-PER-IDX)
               ADD WS-PAT-EMP TO SP-PAT(WS-PER-IDX)
               ADD EH-SALA TO SP-SALA(WS-PER-IDX)
               EVALUATE WS-PER-IDX
                   WHEN 1
                       ADD EH-PERC TO MES-PERC-ORD
                       ADD WS-ULT-DIA TO MES-DIAS
                   WHEN 2
                       ADD EH-PERC TO MES-PERC-ORD
                       ADD 15 TO MES-DIAS
                   WHEN 3
                       ADD EH-PERC TO MES-PERC-ORD
                       COMPUTE MES-DIAS = MES-DIAS + WS-ULT-DIA - 15
               END-EVALUATE
           END-IF.
           PERFORM LEE-HISTORIA.

      *--------------------- Close one employee ---------------------
      * Everyone paid in the month counts toward the totals; only
      * the ones with a valid fiscal identity reach the SUA file.
      * An employee paid only the aguinaldo has no days to report.
       CIERRA-EMPLEADO.
           IF MES-PERIODOS > 0
               ADD 1 TO CONT-EMP
               ADD MES-ISR TO TOT-ISR
               ADD MES-IMSS TO TOT-IMSS
               ADD MES-PAT TO TOT-PAT
               IF MES-DIAS > WS-ULT-DIA
                   MOVE WS-ULT-DIA TO MES-DIAS
               END-IF
               PERFORM VALIDA-CONSTRUCCION
               IF WS-CONSTRUYE = "S"
                   PERFORM GRABA-SUA
                   ADD MES-ISR TO SUA-ISR
                   ADD MES-IMSS TO SUA-IMSS
                   ADD MES-PAT TO SUA-PAT
               ELSE
                   IF WS-CONSTRUYE = "N"
                       ADD 1 TO CONT-EXCEP
                       ADD MES-ISR TO EXC-ISR
                       ADD MES-IMSS TO EXC-IMSS
                       ADD MES-PAT TO EXC-PAT
                       PERFORM IMPRIME-EXCEPCION
                   END-IF
               END-IF
           END-IF.

      * WS-CONSTRUYE: "S" build it, "N" cannot be built (reported),
      * "X" nothing to build (aguinaldo only).
       VALIDA-CONSTRUCCION.
           MOVE "S" TO WS-CONSTRUYE.
           IF MES-DIAS = 0
               MOVE "X" TO WS-CONSTRUYE
           END-IF.
           IF WS-CONSTRUYE = "S"
               MOVE WS-NOMI-ANT TO FI-NOMI
               READ FISCMST
                   INVALID KEY
                       MOVE "SIN DATOS FISCALES EN FISCMST"
                           TO RPT-MOTIVO
                       MOVE "N" TO WS-CONSTRUYE
                   NOT INVALID KEY
                       IF FI-STATUS NOT = "A"
                           MOVE "DATOS FISCALES INACTIVOS"
                               TO RPT-MOTIVO
                           MOVE "N" TO WS-CONSTRUYE
                       END-IF
               END-READ
           END-IF.
           IF WS-CONSTRUYE = "S"
               IF FI-NSS NOT NUMERIC
                   MOVE "SIN NSS VALIDO EN FISCMST" TO RPT-MOTIVO
                   MOVE "N" TO WS-CONSTRUYE
               END-IF
           END-IF.
           IF WS-CONSTRUYE = "S"
               COMPUTE MES-SBC ROUNDED = MES-PERC-ORD / MES-DIAS
               IF WS-SBC-TOPE > 0 AND MES-SBC > WS-SBC-TOPE
                   MOVE WS-SBC-TOPE TO MES-SBC
               END-IF
               IF MES-SBC = 0
                   MOVE "SALARIO BASE DE COTIZACION EN CERO"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-CONSTRUYE
               END-IF
           END-IF.

      *------------------------ SUA records ------------------------
      * Alta when the hire date falls in the month, baja when the
      * audit trail inactivated the employee in it, then the
      * contribution of the month.
       GRABA-SUA.
           MOVE 0 TO WS-FECHA-ALTA.
           MOVE WS-NOMI-ANT TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-FECHA-ALTA TO WS-FECHA-ALTA
           END-READ.
           IF WS-FECHA-ALTA >= WS-FECHA-INI
                   AND WS-FECHA-ALTA <= WS-FECHA-FIN
               PERFORM LLENA-SUA
               MOVE "08" TO SU-TIPO-MOV
               MOVE WS-FECHA-ALTA TO WS-FECHA-X
               PERFORM FORMATEA-FECHA-SUA
               MOVE WS-FECHA-SUA TO SU-FECHA-MOV
               WRITE SU-REG
               ADD 1 TO CONT-ALTAS
           END-IF.
           MOVE 0 TO WS-FECHA-BAJA.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > BAJA-COUNT
               IF BJ-NOMI(I) = WS-NOMI-ANT
                   MOVE BJ-FECHA(I) TO WS-FECHA-BAJA
               END-IF
           END-PERFORM.
           IF WS-FECHA-BAJA > 0
               PERFORM LLENA-SUA
               MOVE "02" TO SU-TIPO-MOV
               MOVE WS-FECHA-BAJA TO WS-FECHA-X
               PERFORM FORMATEA-FECHA-SUA
               MOVE WS-FECHA-SUA TO SU-FECHA-MOV
               WRITE SU-REG
               ADD 1 TO CONT-BAJAS
           END-IF.
           PERFORM LLENA-SUA.
           MOVE "00" TO SU-TIPO-MOV.
           MOVE WS-FECHA-FIN TO WS-FECHA-X.
           PERFORM FORMATEA-FECHA-SUA.
           MOVE WS-FECHA-SUA TO SU-FECHA-MOV.
           MOVE MES-DIAS TO SU-DIAS.
           MOVE MES-IMSS TO SU-IMSS-OBR.
           MOVE MES-PAT TO SU-IMSS-PAT.
           WRITE SU-REG.
           ADD 1 TO CONT-SUA.

       LLENA-SUA.
           MOVE SPACES TO SU-REG.
           MOVE WS-REG-PAT TO SU-REG-PAT.
           MOVE FI-NSS TO SU-NSS.
           MOVE FI-RFC TO SU-RFC.
           MOVE FI-CURP TO SU-CURP.
           MOVE WS-NOMB-ANT TO SU-NOMB.
           MOVE MES-SBC TO SU-SBC.
           MOVE 0 TO SU-DIAS.
           MOVE 0 TO SU-IMSS-OBR.
           MOVE 0 TO SU-IMSS-PAT.
           MOVE WS-MES-PROC TO SU-MES.
           MOVE WS-NOMI-ANT TO SU-NOMI.

      * AAAAMMDD in WS-FECHA-X to the SUA's DDMMAAAA.
       FORMATEA-FECHA-SUA.
           MOVE WS-FECHA-X(7:2) TO WS-FECHA-SUA(1:2).
           MOVE WS-FECHA-X(5:2) TO WS-FECHA-SUA(3:2).
           MOVE WS-FECHA-X(1:4) TO WS-FECHA-SUA(5:4).

      *-------------------- Payroll postings per period --------------------
      * The net 3EMP-SAL (and the recycle, retro and settlement runs
      * after it) posted per department, and the cuota patronal
      * EMPCOST accrued, summed per sub-period of the month.
       SUMA-DEPTHIST.
           OPEN INPUT DEPTHIST.
           IF WS-DEPTHIST-STATUS = "35"
               DISPLAY "AVISO: NO EXISTE LA HISTORIA POR DEPARTAMENTO"
           ELSE
               MOVE 0 TO DH-EOF
               PERFORM LEE-DEPTHIST
               PERFORM UNTIL DH-EOF = 1
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                       IF DH-PERIOD = SP-PERIODO(I)
                           ADD DH-TOTAL TO SP-DH-SALA(I)
                       END-IF
                   END-PERFORM
                   PERFORM LEE-DEPTHIST
               END-PERFORM
               CLOSE DEPTHIST
           END-IF.

       LEE-DEPTHIST.
           READ DEPTHIST AT END MOVE 1 TO DH-EOF.

       SUMA-EMPCOST.
           OPEN INPUT EMPCOST.
           IF WS-EMPCOST-STATUS = "35"
               DISPLAY "AVISO: NO EXISTE EL COSTO PATRONAL EMPCOST"
           ELSE
               MOVE 0 TO EC-EOF
               PERFORM LEE-EMPCOST
               PERFORM UNTIL EC-EOF = 1
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 4
                       IF EC-PERIOD = SP-PERIODO(I)
                           ADD EC-IMSS-PAT TO SP-EC-PAT(I)
                       END-IF
                   END-PERFORM
                   PERFORM LEE-EMPCOST
               END-PERFORM
               CLOSE EMPCOST
           END-IF.

       LEE-EMPCOST.
           READ EMPCOST AT END MOVE 1 TO EC-EOF.

      *------------------------ Report lines ------------------------
       IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-LINE.
           STRING "ENTERO MENSUAL IMSS (SUA) E ISR RETENIDO - MES "
                  WS-MES-PROC "   REGISTRO PATRONAL " WS-REG-PAT
                  "   FECHA " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EMPLEADOS SIN CUOTAS CONSTRUIDAS (FUERA DEL ",
                  "ARCHIVO SUA, INCLUIDOS EN LOS TOTALES):"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "NOMINA" TO RPT-LINE(1:6).
           MOVE "NOMBRE" TO RPT-LINE(9:6).
           MOVE "MOTIVO" TO RPT-LINE(31:6).
           MOVE "ISR" TO RPT-LINE(83:3).
           MOVE "IMSS OBRERO" TO RPT-LINE(90:11).
           MOVE "IMSS PATRONAL" TO RPT-LINE(103:13).
           WRITE RPT-LINE.

       IMPRIME-EXCEPCION.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-NOMI-ANT TO RPT-LINE(1:6).
           MOVE WS-NOMB-ANT TO RPT-LINE(9:20).
           MOVE RPT-MOTIVO TO RPT-LINE(31:40).
           MOVE MES-ISR TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(72:15).
           MOVE MES-IMSS TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(87:15).
           MOVE MES-PAT TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(102:15).
           WRITE RPT-LINE.

      * One line per sub-period: what the history adds up to next to
      * what the payroll posted.  The net ties to DEPTHIST and the
      * cuota patronal to EMPCOST; a difference means a posting
      * after the fact (or an uncatalogued department) to explain
      * before paying.
       IMPRIME-CUADRE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CUADRE POR PERIODO CONTRA LA NOMINA"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "PERIODO" TO RPT-LINE(1:7).
           MOVE "ISR" TO RPT-LINE(20:3).
           MOVE "IMSS OBRERO" TO RPT-LINE(27:11).
           MOVE "IMSS PATRONAL" TO RPT-LINE(40:13).
           MOVE "NETO HISTORIA" TO RPT-LINE(56:13).
           MOVE "NETO DEPTHIST" TO RPT-LINE(71:13).
           MOVE "PATR. EMPCOST" TO RPT-LINE(86:13).
           MOVE "OBSERVACION" TO RPT-LINE(102:11).
           WRITE RPT-LINE.
           PERFORM IMPRIME-UN-PERIODO VARYING I FROM 1 BY 1
               UNTIL I > 4.

       IMPRIME-UN-PERIODO.
           IF SP-EXISTE(I) = "S"
               MOVE "CUADRA" TO WS-OBS
               IF SP-SALA(I) NOT = SP-DH-SALA(I)
                   MOVE "DIFERENCIA EN NETO" TO WS-OBS
               END-IF
               IF I < 4 AND SP-PAT(I) NOT = SP-EC-PAT(I)
                   IF WS-OBS = "CUADRA"
                       MOVE "DIFERENCIA PATRONAL" TO WS-OBS
                   ELSE
                       MOVE "DIFERENCIA NETO Y PATRONAL" TO WS-OBS
                   END-IF
               END-IF
               IF WS-OBS NOT = "CUADRA"
                   ADD 1 TO CONT-DIFER
                   DISPLAY "AVISO: PERIODO ", SP-PERIODO(I), " ",
                           WS-OBS
               END-IF
               MOVE SPACES TO RPT-LINE
               MOVE SP-PERIODO(I) TO RPT-LINE(1:8)
               MOVE SP-ISR(I) TO WS-EDIT-IMP
               MOVE WS-EDIT-IMP TO RPT-LINE(9:15)
               MOVE SP-IMSS(I) TO WS-EDIT-IMP
               MOVE WS-EDIT-IMP TO RPT-LINE(24:15)
               MOVE SP-PAT(I) TO WS-EDIT-IMP
               MOVE WS-EDIT-IMP TO RPT-LINE(39:15)
               MOVE SP-SALA(I) TO WS-EDIT-IMP
               MOVE WS-EDIT-IMP TO RPT-LINE(55:15)
               MOVE SP-DH-SALA(I) TO WS-EDIT-IMP
               MOVE WS-EDIT-IMP TO RPT-LINE(70:15)
               IF I < 4
                   MOVE SP-EC-PAT(I) TO WS-EDIT-IMP
                   MOVE WS-EDIT-IMP TO RPT-LINE(85:15)
               ELSE
                   MOVE "NO APLICA" TO RPT-LINE(91:9)
               END-IF
               MOVE WS-OBS TO RPT-LINE(102:30)
               WRITE RPT-LINE
           END-IF.

      *-------------------- Report trailer: totals --------------------
       IMPRIME-TOTALES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "RESUMEN DEL ENTERO" TO RPT-LINE(1:18).
           MOVE "ISR RETENIDO" TO RPT-LINE(35:12).
           MOVE "IMSS OBRERO" TO RPT-LINE(51:11).
           MOVE "IMSS PATRONAL" TO RPT-LINE(64:13).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "TOTAL DEL MES (NOMINA)" TO RPT-LINE(1:22).
           MOVE TOT-ISR TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(33:15).
           MOVE TOT-IMSS TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(48:15).
           MOVE TOT-PAT TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(63:15).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "ENVIADO EN EL ARCHIVO SUA" TO RPT-LINE(1:25).
           MOVE SUA-ISR TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(33:15).
           MOVE SUA-IMSS TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(48:15).
           MOVE SUA-PAT TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(63:15).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "SIN CUOTAS CONSTRUIDAS" TO RPT-LINE(1:22).
           MOVE EXC-ISR TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(33:15).
           MOVE EXC-IMSS TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(48:15).
           MOVE EXC-PAT TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(63:15).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EMPLEADOS DEL MES: " CONT-EMP
                  "   ENVIADOS AL SUA: " CONT-SUA
                  "   SIN CUOTAS: " CONT-EXCEP
                  "   ALTAS: " CONT-ALTAS
                  "   BAJAS: " CONT-BAJAS
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           IF CONT-DIFER > 0
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: " CONT-DIFER " PERIODO(S) NO CUADRAN "
                      "CONTRA LA NOMINA - ACLARE ANTES DE ENTERAR"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       END PROGRAM SUAREMIT.
