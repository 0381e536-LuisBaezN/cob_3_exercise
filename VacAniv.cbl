      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Vacation entitlement grant.  Sweeps the EMPLOYEES
      *          master and, for every active employee whose
      *          anniversary of EMP-FECHA-ALTA fell on or before the
      *          cut-off date, grants the statutory vacation days of
      *          each service year completed and not yet granted in
      *          VACMST, logging every grant as an "O" movement in
      *          VACMOV.  Days per year follow the LFT table: twelve
      *          the first year, two more each year up to twenty the
      *          fifth, then two more for every further five years.
      *          An employee entering the ledger for the first time
      *          is granted only the last anniversary completed: the
      *          days of earlier years prescribe a year after they
      *          were due and were enjoyed before the ledger existed.
      *          The run is idempotent - a second run with the same
      *          cut-off grants nothing - so it can ride every
      *          payroll, and must run before FINIQUIT settles anyone
      *          past an anniversary.
      *          Command line: [FECHA-CORTE(AAAAMMDD)], today when
      *          omitted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACANIV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS WS-EMPLOYEES-STATUS.
           SELECT VACMST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-NOMI
               FILE STATUS IS WS-VACMST-STATUS.
           SELECT VACMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY
               FILE STATUS IS WS-VACMOV-STATUS.
           SELECT VACANIV-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  VACMST.
           COPY VACREC.
       FD  VACMOV.
           COPY VACMREC.
       FD  VACANIV-RPT.
       01  RPT-REG PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-VACMST-STATUS PIC X(02).
       77  WS-VACMOV-STATUS PIC X(02).
       77  EMP-EOF PIC 9 VALUE 0.
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(10) VALUE SPACES.
       77  WS-CORTE PIC 9(08) VALUE 0.
       77  WS-CORTE-ANIO PIC 9(04) VALUE 0.
       77  WS-CORTE-MES PIC 9(02) VALUE 0.
       77  WS-CORTE-DIA PIC 9(02) VALUE 0.
       77  WS-ALTA-ANIO PIC 9(04) VALUE 0.
       77  WS-ANIOS-CUMP PIC 9(02) VALUE 0.
       77  WS-DIAS-LEY PIC 9(02) VALUE 0.
       77  WS-QUINQ PIC 9(02) VALUE 0.
       77  WS-ANIV-ANIO PIC 9(04) VALUE 0.
       77  WS-FECHA-ANIV PIC 9(08) VALUE 0.
       77  WS-COC PIC 9(04) VALUE 0.
       77  WS-RES-4 PIC 9(03) VALUE 0.
       77  WS-RES-100 PIC 9(03) VALUE 0.
       77  WS-RES-400 PIC 9(03) VALUE 0.
       77  CONT-LEIDOS PIC 9(05) VALUE 0.
       77  CONT-ALTAS PIC 9(05) VALUE 0.
       77  CONT-OTORGA PIC 9(05) VALUE 0.
       77  CONT-SIN-FECHA PIC 9(05) VALUE 0.
       77  TOTAL-DIAS PIC 9(07) VALUE 0.
       77  WS-EDIT-SALDO PIC ZZZ9-.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:8) = SPACES
               MOVE WS-CURRENT-DATE TO WS-CORTE
           ELSE
               IF WS-PARM(1:8) NOT NUMERIC
                   DISPLAY "USO: VACANIV [FECHA-CORTE(AAAAMMDD)]"
                   STOP RUN
               END-IF
               MOVE WS-PARM(1:8) TO WS-CORTE
           END-IF.
           MOVE WS-CORTE(1:4) TO WS-CORTE-ANIO.
           MOVE WS-CORTE(5:2) TO WS-CORTE-MES.
           MOVE WS-CORTE(7:2) TO WS-CORTE-DIA.
           IF WS-CORTE-MES < 1 OR WS-CORTE-MES > 12
                   OR WS-CORTE-DIA < 1 OR WS-CORTE-DIA > 31
               DISPLAY "ERROR: FECHA DE CORTE INVALIDA ", WS-CORTE
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL MAESTRO DE EMPLEADOS"
               STOP RUN
           END-IF.
           OPEN I-O VACMST.
           IF WS-VACMST-STATUS = "35"
               OPEN OUTPUT VACMST
               CLOSE VACMST
               OPEN I-O VACMST
           END-IF.
           OPEN I-O VACMOV.
           IF WS-VACMOV-STATUS = "35"
               OPEN OUTPUT VACMOV
               CLOSE VACMOV
               OPEN I-O VACMOV
           END-IF.
           OPEN OUTPUT VACANIV-RPT.
           MOVE SPACES TO RPT-REG.
           STRING "OTORGAMIENTO DE VACACIONES - CORTE " WS-CORTE
                  "  FECHA " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.
           MOVE SPACES TO RPT-REG.
           WRITE RPT-REG.
           PERFORM LEE-EMPLEADO.
           PERFORM PROCESA-EMPLEADO UNTIL EMP-EOF = 1.
           MOVE SPACES TO RPT-REG.
           WRITE RPT-REG.
           MOVE SPACES TO RPT-REG.
           STRING "ANIVERSARIOS OTORGADOS: " CONT-OTORGA
                  "  DIAS: " TOTAL-DIAS
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.
           DISPLAY "EMPLEADOS ACTIVOS LEIDOS: ", CONT-LEIDOS.
           DISPLAY "ALTAS EN EL LIBRO DE VACACIONES: ", CONT-ALTAS.
           DISPLAY "ANIVERSARIOS OTORGADOS: ", CONT-OTORGA,
                   "  DIAS: ", TOTAL-DIAS.
           DISPLAY "EMPLEADOS SIN FECHA DE ALTA: ", CONT-SIN-FECHA.
           CLOSE EMPLOYEES.
           CLOSE VACMST.
           CLOSE VACMOV.
           CLOSE VACANIV-RPT.
           STOP RUN.

      *------------------------ Read data ------------------------
       LEE-EMPLEADO.
           READ EMPLOYEES AT END MOVE 1 TO EMP-EOF.
           PERFORM UNTIL EMP-EOF = 1 OR EMP-STATUS NOT = "I"
               READ EMPLOYEES AT END MOVE 1 TO EMP-EOF
           END-PERFORM.

      *------------------------ One employee ------------------------
      * Service years are whole years from the hire date to the
      * cut-off; a February 29 hire reaches the anniversary on March
      * first of a common year.  Comparing month and day against
      * 0229 gives just that: a common-year cut-off of 0228 falls
      * short and 0301 reaches it, and ARMA-FECHA-ANIV dates the
      * grant on that March first.
       PROCESA-EMPLEADO.
           ADD 1 TO CONT-LEIDOS.
           IF EMP-FECHA-ALTA = 0
               ADD 1 TO CONT-SIN-FECHA
               MOVE SPACES TO RPT-REG
               STRING "RECH " EMP-NOMI " " EMP-NOMB
                      " SIN FECHA DE ALTA - CAPTURELA CON EMPMAINT"
                   DELIMITED BY SIZE INTO RPT-REG
               WRITE RPT-REG
           ELSE
               MOVE EMP-FECHA-ALTA(1:4) TO WS-ALTA-ANIO
               MOVE 0 TO WS-ANIOS-CUMP
               IF WS-CORTE-ANIO > WS-ALTA-ANIO
                   COMPUTE WS-ANIOS-CUMP = WS-CORTE-ANIO - WS-ALTA-ANIO
                   IF WS-CORTE(5:4) < EMP-FECHA-ALTA(5:4)
                       SUBTRACT 1 FROM WS-ANIOS-CUMP
                   END-IF
               END-IF
               PERFORM LEE-SALDO
               PERFORM OTORGA-ANIVERSARIO
                   UNTIL VA-ANIOS >= WS-ANIOS-CUMP
               MOVE WS-CURRENT-DATE TO VA-FECHA-ACT
               REWRITE VA-REG
           END-IF.
           PERFORM LEE-EMPLEADO.

      * A newcomer to the ledger starts one year short of the years
      * completed, so only the last anniversary is granted.  3EMP-SAL
      * (days enjoyed) and FINIQUIT (settlement) open an empty record
      * for employees VACANIV has not seen yet; a record that has
      * never been granted anything is started the same way, keeping
      * the days already charged to it.
       LEE-SALDO.
           MOVE EMP-NOMI TO VA-NOMI.
           READ VACMST
               INVALID KEY
                   PERFORM INICIA-ANIOS
                   MOVE 0 TO VA-DIAS-ULT
                   MOVE 0 TO VA-OTORGADOS
                   MOVE 0 TO VA-GOZADOS
                   MOVE 0 TO VA-LIQUIDADOS
                   MOVE 0 TO VA-SALDO
                   MOVE WS-CURRENT-DATE TO VA-FECHA-ACT
                   WRITE VA-REG
                   ADD 1 TO CONT-ALTAS
               NOT INVALID KEY
                   IF VA-ANIOS = 0 AND VA-OTORGADOS = 0
                       PERFORM INICIA-ANIOS
                   END-IF
           END-READ.

       INICIA-ANIOS.
           MOVE 0 TO VA-ANIOS.
           IF WS-ANIOS-CUMP > 1
               COMPUTE VA-ANIOS = WS-ANIOS-CUMP - 1
           END-IF.
           MOVE 0 TO VA-FECHA-ANIV.
           IF VA-ANIOS > 0
               COMPUTE WS-ANIV-ANIO = WS-ALTA-ANIO + VA-ANIOS
               PERFORM ARMA-FECHA-ANIV
               MOVE WS-FECHA-ANIV TO VA-FECHA-ANIV
           END-IF.

      *------------------- Grant one service year -------------------
       OTORGA-ANIVERSARIO.
           ADD 1 TO VA-ANIOS.
           PERFORM CALCULA-DIAS-LEY.
           COMPUTE WS-ANIV-ANIO = WS-ALTA-ANIO + VA-ANIOS.
           PERFORM ARMA-FECHA-ANIV.
           MOVE WS-FECHA-ANIV TO VA-FECHA-ANIV.
           MOVE WS-DIAS-LEY TO VA-DIAS-ULT.
           ADD WS-DIAS-LEY TO VA-OTORGADOS.
           COMPUTE VA-SALDO = VA-OTORGADOS - VA-GOZADOS
               - VA-LIQUIDADOS.
           MOVE EMP-NOMI TO VM-NOMI.
           MOVE WS-FECHA-ANIV TO VM-REFER.
           MOVE "O" TO VM-TIPO.
           MOVE VA-ANIOS TO VM-ANIOS.
           MOVE WS-DIAS-LEY TO VM-DIAS.
           MOVE 0 TO VM-IMPORTE.
           MOVE WS-CURRENT-DATE TO VM-FECHA.
           WRITE VM-REG
               INVALID KEY
                   DISPLAY "AVISO: ANIVERSARIO ", WS-FECHA-ANIV,
                           " DE ", EMP-NOMI, " YA REGISTRADO EN VACMOV"
           END-WRITE.
           ADD 1 TO CONT-OTORGA.
           ADD WS-DIAS-LEY TO TOTAL-DIAS.
           MOVE VA-SALDO TO WS-EDIT-SALDO.
           MOVE SPACES TO RPT-REG.
           STRING "OK   " EMP-NOMI " " EMP-NOMB " ANIV " WS-FECHA-ANIV
                  " ANIO " VA-ANIOS " DIAS " WS-DIAS-LEY
                  " SALDO " WS-EDIT-SALDO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

      * Anniversary date of EMP-FECHA-ALTA in WS-ANIV-ANIO; a
      * February 29 hire has it on March first of a common year.
       ARMA-FECHA-ANIV.
           MOVE EMP-FECHA-ALTA TO WS-FECHA-ANIV.
           MOVE WS-ANIV-ANIO TO WS-FECHA-ANIV(1:4).
           IF WS-FECHA-ANIV(5:4) = "0229"
               DIVIDE WS-ANIV-ANIO BY 4 GIVING WS-COC
                   REMAINDER WS-RES-4
               DIVIDE WS-ANIV-ANIO BY 100 GIVING WS-COC
                   REMAINDER WS-RES-100
               DIVIDE WS-ANIV-ANIO BY 400 GIVING WS-COC
                   REMAINDER WS-RES-400
               IF WS-RES-400 NOT = 0
                       AND (WS-RES-4 NOT = 0 OR WS-RES-100 = 0)
                   MOVE "0301" TO WS-FECHA-ANIV(5:4)
               END-IF
           END-IF.

      * Statutory days for the service year in VA-ANIOS.
       CALCULA-DIAS-LEY.
           IF VA-ANIOS <= 5
               COMPUTE WS-DIAS-LEY = 10 + 2 * VA-ANIOS
           ELSE
               COMPUTE WS-QUINQ = (VA-ANIOS - 1) / 5
               COMPUTE WS-DIAS-LEY = 20 + 2 * WS-QUINQ
           END-IF.

       END PROGRAM VACANIV.
