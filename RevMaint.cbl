      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Salary revision capture, companion to EMPMAINT.
      *          A revision carries an effective date and a reason
      *          and is kept in the REVSAL ledger.  Transactions:
      *            "R" one employee: new gross ("N"), percentage
      *                ("P") or fixed ("F") increase;
      *            "D" mass increase, percentage or fixed, of every
      *                active employee of a DEPARTMENTS code;
      *            "E" the same for every active employee of the
      *                company.
      *          The effective date is placed in the employee's own
      *          payroll period (monthly, or the quincena it falls
      *          in).  When neither that period nor a later one of
      *          the same frequency is in PERIODCTL yet, the revision
      *          is held pending and PERMAINT applies it when it opens
      *          the period.  Otherwise it is taken now.  When
      *          periods from the effective one onward were already
      *          paid, the gross is changed now and one RETRO-TRANS
      *          adjustment per paid period is appended for RETROADJ,
      *          with the period's EMPHIST gross plus the raise.  When
      *          RETRO-TRANS already carries a line for the employee
      *          and period (an earlier revision RETROADJ has not
      *          applied yet), the new line is built on top of that
      *          one, so RETROADJ pays each raise in turn.
      *          Every change to the master goes to the audit trail
      *          under transaction code "R" and the operator id from
      *          the command line.
      *          Command line: OPERADOR, who must hold the capture
      *          role in the OPERMST security master (OPERCHK).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS WS-EMPLOYEES-STATUS.
           SELECT REVSAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-REVSAL-STATUS.
           SELECT PERIODCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIODO
               FILE STATUS IS WS-PERIODCTL-STATUS.
           SELECT EMPHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT DEPARTMENTS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REV-TRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REV-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETRO-TRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETRO-STATUS.
           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  REVSAL.
           COPY REVREC.
       FD  PERIODCTL.
           COPY PERREC.
       FD  EMPHIST.
           COPY EMPHREC.
       FD  DEPARTMENTS.
           COPY DEPTREC.
       FD  REV-TRANS.
       01  RVX-REG.
           02 RVX-CODE PIC X(01).
           02 RVX-NOMI PIC 9(06).
           02 RVX-DEPT PIC X(03).
           02 RVX-TIPO PIC X(01).
           02 RVX-VALOR PIC 9(05)V99.
           02 RVX-FECHA-EF PIC 9(08).
           02 RVX-MOTIVO PIC X(20).
       FD  REV-RPT.
       01  RPT-REG PIC X(80).
       FD  RETRO-TRANS.
       01  RT-REG.
           02 RT-NOMI PIC 9(06).
           02 RT-PERIOD PIC X(08).
           02 RT-PERC-NUEVA PIC 9(05)V99.
       FD  AUDITLOG.
           COPY AUDREC.
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-REVSAL-STATUS PIC X(02).
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  WS-EMPHIST-STATUS PIC X(02).
       77  WS-RETRO-STATUS PIC X(02).
       77  WS-AUDITLOG-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-TIME PIC X(08).
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-IMAGEN-ANTES PIC X(68) VALUE SPACES.
       77  TX-EOF PIC 9 VALUE 0.
       77  DEPT-EOF PIC 9 VALUE 0.
       77  EMP-EOF PIC 9 VALUE 0.
       77  PC-EOF PIC 9 VALUE 0.
       77  WS-HAY-HISTORIA PIC X(01) VALUE "S".
       77  WS-TX-VALID PIC X(01) VALUE "N".
       77  WS-REV-OK PIC X(01) VALUE "N".
       77  WS-CALC-OK PIC X(01) VALUE "N".
       77  WS-DEPT-VALID PIC X(01) VALUE "N".
       77  WS-REGISTRADO PIC X(01) VALUE "N".
       77  WS-MISMA-FREC PIC X(01) VALUE "N".
       77  WS-FECHA-X PIC X(08) VALUE SPACES.
       77  WS-MES-N PIC 9(02) VALUE 0.
       77  WS-DIA-N PIC 9(02) VALUE 0.
       77  WS-PER-EF PIC X(08) VALUE SPACES.
       77  WS-PERC-ANT PIC 9(05)V99 VALUE 0.
       77  WS-PERC-NVA PIC 9(05)V99 VALUE 0.
       77  WS-DIF-PERC PIC S9(05)V99 VALUE 0.
       77  WS-RETRO-PERC PIC S9(06)V99 VALUE 0.
       77  WS-RETRO-BASE PIC 9(05)V99 VALUE 0.
       77  RT-EOF PIC 9 VALUE 0.
       77  WS-RETRO-HALLADO PIC X(01) VALUE "N".
       77  WS-CONT-RETRO PIC 9(02) VALUE 0.
       77  WS-CONT-PAGADOS PIC 9(03) VALUE 0.
       77  WS-SECUENCIA PIC 9(02) VALUE 0.
       77  WS-SEC-LIBRE PIC X(01) VALUE "N".
       77  CONT-APLICADAS PIC 9(05) VALUE 0.
       77  CONT-RETENIDAS PIC 9(05) VALUE 0.
       77  CONT-RETRO PIC 9(05) VALUE 0.
       77  CONT-RECHAZO PIC 9(05) VALUE 0.
       77  CONT-MASIVO PIC 9(05) VALUE 0.
       77  RPT-MOTIVO PIC X(40) VALUE SPACES.
       77  WS-EDIT-PERC PIC ZZ,ZZ9.99.
       77  WS-EDIT-CONT PIC ZZ,ZZ9.
       77  I PIC 9(3).
       77  DEPT-COUNT PIC 9(3) VALUE 0.
       77  WS-DEPT-MAX PIC 9(3) VALUE 50.
       77  PER-COUNT PIC 9(3) VALUE 0.
       77  WS-PER-MAX PIC 9(3) VALUE 400.
       77  J PIC 9(4).
       77  RTP-COUNT PIC 9(4) VALUE 0.
       77  WS-RTP-MAX PIC 9(4) VALUE 2000.
       01  WS-REV-GUARDA PIC X(97).
       01  DEPTS-NAME-TAB.
           02 DEPTS-NAMES-ROW OCCURS 1 TO 50 TIMES
                  DEPENDING ON DEPT-COUNT.
               03 DEPT-CODE PIC X(03).
               03 DEPT-ST   PIC X(01).
       01  PERIODOS-TAB.
           02 PERIODOS-ROW OCCURS 1 TO 400 TIMES
                  DEPENDING ON PER-COUNT.
               03 PT-PERIODO PIC X(08).
               03 PT-STATUS PIC X(01).
      * Latest RETRO-TRANS gross per employee and period.
       01  RETRO-PEND-TAB.
           02 RETRO-PEND-ROW OCCURS 1 TO 2000 TIMES
                  DEPENDING ON RTP-COUNT.
               03 RTP-NOMI PIC 9(06).
               03 RTP-PERIOD PIC X(08).
               03 RTP-PERC PIC 9(05)V99.
           COPY OPERPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      *    Every applied revision is written to the audit trail under
      *    the operator id given on the command line, so the id is
      *    required.
           ACCEPT WS-OPERADOR FROM COMMAND-LINE.
           IF WS-OPERADOR = SPACES
               DISPLAY "USO: REVMAINT OPERADOR"
               STOP RUN
           END-IF.
           PERFORM VERIFICA-OPERADOR.
           PERFORM CARGAR-DEPARTAMENTOS.
           PERFORM CARGA-PERIODOS.
           OPEN INPUT REV-TRANS.
           OPEN OUTPUT REV-RPT.
           OPEN EXTEND AUDITLOG.
           IF WS-AUDITLOG-STATUS = "35"
               OPEN OUTPUT AUDITLOG
           END-IF.
           PERFORM CARGA-RETRO-PEND.
           OPEN EXTEND RETRO-TRANS.
           IF WS-RETRO-STATUS = "35"
               OPEN OUTPUT RETRO-TRANS
           END-IF.
           OPEN I-O REVSAL.
           IF WS-REVSAL-STATUS = "35"
               OPEN OUTPUT REVSAL
               CLOSE REVSAL
               OPEN I-O REVSAL
           END-IF.
           OPEN INPUT EMPHIST.
           IF WS-EMPHIST-STATUS = "35"
               MOVE "N" TO WS-HAY-HISTORIA
           END-IF.
           PERFORM LEE-TRANSACCION.
           PERFORM PROCESA-TRANSACCION UNTIL TX-EOF = 1.
           DISPLAY "REVISIONES APLICADAS: ", CONT-APLICADAS,
                   "  RETENIDAS: ", CONT-RETENIDAS,
                   "  RECHAZOS: ", CONT-RECHAZO.
           DISPLAY "AJUSTES RETROACTIVOS GENERADOS: ", CONT-RETRO.
           IF CONT-RETRO > 0
               DISPLAY "AVISO: CORRA RETROADJ SOBRE EL PERIODO ",
                       "ACTUAL PARA APLICARLOS"
           END-IF.
           IF WS-HAY-HISTORIA = "S"
               CLOSE EMPHIST
           END-IF.
           CLOSE REVSAL.
           CLOSE REV-TRANS.
           CLOSE REV-RPT.
           CLOSE RETRO-TRANS.
           CLOSE AUDITLOG.
           STOP RUN.

      *------------------- Operator authorization -------------------
      * The operator must be an active OPERMST operator holding the
      * capture role; OPERCHK journals the refusal in SECLOG.
       VERIFICA-OPERADOR.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "C" TO OC-ROL.
           MOVE "REVMAINT" TO OC-PROGRAMA.
           MOVE SPACES TO OC-CAPTURO.
           MOVE "REVISIONES SALARIALES" TO OC-DETALLE.
           CALL "OPERCHK" USING OC-PARM.
           IF OC-RC NOT = 0
               DISPLAY "ERROR: OPERADOR ", WS-OPERADOR, " - ",
                       OC-MOTIVO
               DISPLAY "NO SE PROCESO NINGUNA TRANSACCION"
               STOP RUN
           END-IF.

      *------------------------ Load departments ------------------------
       CARGAR-DEPARTAMENTOS.
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
               MOVE DEPT-REG-STATUS TO DEPT-ST(DEPT-COUNT)
               PERFORM LEE-DEPARTAMENTO
           END-PERFORM.
           CLOSE DEPARTMENTS.

       LEE-DEPARTAMENTO.
           READ DEPARTMENTS AT END MOVE 1 TO DEPT-EOF.

      *-------------------- Load the period control --------------------
      * Which periods are registered, and in which status, decides
      * whether a revision is held, applied or applied with retro.
       CARGA-PERIODOS.
           MOVE 0 TO PER-COUNT.
           MOVE 0 TO PC-EOF.
           OPEN INPUT PERIODCTL.
           IF WS-PERIODCTL-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL CONTROL DE PERIODOS"
               STOP RUN
           END-IF.
           PERFORM LEE-PERIODO.
           PERFORM UNTIL PC-EOF = 1
               IF PER-COUNT >= WS-PER-MAX
                   DISPLAY "ERROR: PERIODCTL EXCEDE EL MAXIMO DE ",
                           WS-PER-MAX, " PERIODOS SOPORTADOS"
                   CLOSE PERIODCTL
                   STOP RUN
               END-IF
               ADD 1 TO PER-COUNT
               MOVE PC-PERIODO TO PT-PERIODO(PER-COUNT)
               MOVE PC-STATUS TO PT-STATUS(PER-COUNT)
               PERFORM LEE-PERIODO
           END-PERFORM.
           CLOSE PERIODCTL.

       LEE-PERIODO.
           READ PERIODCTL NEXT RECORD AT END MOVE 1 TO PC-EOF.

      *------------------ Retro lines already queued ------------------
      * RETRO-TRANS lines waiting for RETROADJ.  The last line for an
      * employee and period is the gross RETROADJ will leave in
      * EMPHIST, so a further revision of the same period is built
      * on it; once RETROADJ has run, that line equals the EMPHIST
      * gross and nothing changes.
       CARGA-RETRO-PEND.
           MOVE 0 TO RTP-COUNT.
           MOVE 0 TO RT-EOF.
           OPEN INPUT RETRO-TRANS.
           IF WS-RETRO-STATUS = "35"
               MOVE 1 TO RT-EOF
           ELSE
               PERFORM LEE-RETRO-PEND
               PERFORM UNTIL RT-EOF = 1
                   PERFORM REGISTRA-RETRO-PEND
                   PERFORM LEE-RETRO-PEND
               END-PERFORM
               CLOSE RETRO-TRANS
           END-IF.

       LEE-RETRO-PEND.
           READ RETRO-TRANS AT END MOVE 1 TO RT-EOF.

       BUSCA-RETRO-PEND.
           MOVE "N" TO WS-RETRO-HALLADO.
           PERFORM VARYING J FROM 1 BY 1
                   UNTIL J > RTP-COUNT OR WS-RETRO-HALLADO = "S"
               IF RTP-NOMI(J) = RT-NOMI AND RTP-PERIOD(J) = RT-PERIOD
                   MOVE "S" TO WS-RETRO-HALLADO
               END-IF
           END-PERFORM.
           IF WS-RETRO-HALLADO = "S"
               SUBTRACT 1 FROM J
           END-IF.

       REGISTRA-RETRO-PEND.
           PERFORM BUSCA-RETRO-PEND.
           IF WS-RETRO-HALLADO = "N"
               IF RTP-COUNT >= WS-RTP-MAX
                   DISPLAY "ERROR: RETRO-TRANS EXCEDE EL MAXIMO DE ",
                           WS-RTP-MAX, " AJUSTES PENDIENTES - CORRA ",
                           "RETROADJ ANTES DE CAPTURAR MAS REVISIONES"
                   STOP RUN
               END-IF
               ADD 1 TO RTP-COUNT
               MOVE RTP-COUNT TO J
               MOVE RT-NOMI TO RTP-NOMI(J)
               MOVE RT-PERIOD TO RTP-PERIOD(J)
           END-IF.
           MOVE RT-PERC-NUEVA TO RTP-PERC(J).

      *------------------------ Read transactions ------------------------
       LEE-TRANSACCION.
           READ REV-TRANS AT END MOVE 1 TO TX-EOF.

      *------------------------ Dispatch transaction ------------------------
       PROCESA-TRANSACCION.
           EVALUATE RVX-CODE
               WHEN "R"
                   PERFORM REVISION-INDIVIDUAL
               WHEN "D"
               WHEN "E"
                   PERFORM REVISION-MASIVA
               WHEN OTHER
                   MOVE "CODIGO DE TRANSACCION DESCONOCIDO"
                       TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
           END-EVALUATE.
           PERFORM LEE-TRANSACCION.

      *------------------------ Validate transaction ------------------------
       VALIDA-TRANSACCION.
           MOVE "S" TO WS-TX-VALID.
           MOVE 0 TO WS-MES-N.
           MOVE 0 TO WS-DIA-N.
           IF RVX-FECHA-EF NUMERIC
               MOVE RVX-FECHA-EF TO WS-FECHA-X
               MOVE WS-FECHA-X(5:2) TO WS-MES-N
               MOVE WS-FECHA-X(7:2) TO WS-DIA-N
           END-IF.
           EVALUATE TRUE
               WHEN WS-MES-N < 1 OR WS-MES-N > 12
                       OR WS-DIA-N < 1 OR WS-DIA-N > 31
                   MOVE "FECHA EFECTIVA INVALIDA" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN RVX-TIPO NOT = "N" AND RVX-TIPO NOT = "P"
                       AND RVX-TIPO NOT = "F"
                   MOVE "TIPO DE REVISION INVALIDO" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN RVX-TIPO = "N" AND RVX-CODE NOT = "R"
                   MOVE "TIPO N SOLO EN REVISION INDIVIDUAL"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN RVX-VALOR NOT NUMERIC
                   MOVE "VALOR DE LA REVISION INVALIDO" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN RVX-VALOR = 0
                   MOVE "VALOR DE LA REVISION EN CERO" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN RVX-TIPO = "P" AND RVX-VALOR > 100
                   MOVE "PORCENTAJE MAYOR A 100" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN RVX-MOTIVO = SPACES
                   MOVE "FALTA EL MOTIVO DE LA REVISION" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
           END-EVALUATE.
           IF WS-TX-VALID = "S" AND RVX-CODE = "D"
               MOVE "N" TO WS-DEPT-VALID
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
                   IF RVX-DEPT = DEPT-CODE(I) AND DEPT-ST(I) NOT = "I"
                       MOVE "S" TO WS-DEPT-VALID
                   END-IF
               END-PERFORM
               IF WS-DEPT-VALID = "N"
                   MOVE "DEPARTAMENTO INVALIDO" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-IF.

      *------------------------ One employee ------------------------
       REVISION-INDIVIDUAL.
           PERFORM VALIDA-TRANSACCION.
           IF WS-TX-VALID = "N"
               PERFORM GRABA-RECHAZO-TX
           ELSE
               OPEN I-O EMPLOYEES
               IF WS-EMPLOYEES-STATUS = "35"
                   DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO DE ",
                           "EMPLEADOS"
                   STOP RUN
               END-IF
               MOVE RVX-NOMI TO EMP-NOMI
               READ EMPLOYEES
                   INVALID KEY
                       MOVE "NOMINA NO EXISTE" TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   NOT INVALID KEY
                       IF EMP-STATUS = "I"
                           MOVE "EMPLEADO INACTIVO" TO RPT-MOTIVO
                           PERFORM GRABA-RECHAZO-TX
                       ELSE
                           PERFORM REVISA-EMPLEADO
                           IF WS-REV-OK = "S"
                               PERFORM GRABA-ACEPTADA
                           ELSE
                               PERFORM GRABA-RECHAZO-TX
                           END-IF
                       END-IF
               END-READ
               CLOSE EMPLOYEES
           END-IF.

      *------------------------ Mass increase ------------------------
      * Same sweep as the DEPTMAINT mass transfer: every active
      * employee of the department (or of the company) gets its own
      * revision, and its own report line when it cannot take it.
       REVISION-MASIVA.
           PERFORM VALIDA-TRANSACCION.
           IF WS-TX-VALID = "N"
               PERFORM GRABA-RECHAZO-TX
           ELSE
               MOVE 0 TO CONT-MASIVO
               MOVE 0 TO EMP-EOF
               OPEN I-O EMPLOYEES
               IF WS-EMPLOYEES-STATUS = "35"
                   MOVE 1 TO EMP-EOF
               ELSE
                   PERFORM LEE-EMPLEADO
               END-IF
               PERFORM UNTIL EMP-EOF = 1
                   IF EMP-STATUS NOT = "I"
                           AND (RVX-CODE = "E" OR EMP-DEPT = RVX-DEPT)
                       PERFORM REVISA-EMPLEADO
                       IF WS-REV-OK = "S"
                           ADD 1 TO CONT-MASIVO
                           PERFORM GRABA-ACEPTADA-EMP
                       ELSE
                           PERFORM GRABA-RECHAZO-EMP
                       END-IF
                   END-IF
                   PERFORM LEE-EMPLEADO
               END-PERFORM
               IF WS-EMPLOYEES-STATUS NOT = "35"
                   CLOSE EMPLOYEES
               END-IF
               MOVE CONT-MASIVO TO WS-EDIT-CONT
               MOVE SPACES TO RPT-MOTIVO
               STRING "AUMENTO MASIVO - EMPLEADOS " WS-EDIT-CONT
                   DELIMITED BY SIZE INTO RPT-MOTIVO
               PERFORM GRABA-ACEPTADA
           END-IF.

       LEE-EMPLEADO.
           READ EMPLOYEES NEXT RECORD AT END MOVE 1 TO EMP-EOF.

      *--------------------- Revise the current employee ---------------------
      * EMP-REG holds the employee, read for update.  A revision
      * that lands in a period not yet registered (and with no
      * registered period of its frequency after it) is held;
      * otherwise the gross changes now and each paid period from
      * the effective one on gets its retro.
       REVISA-EMPLEADO.
           MOVE "S" TO WS-REV-OK.
           PERFORM DETERMINA-PERIODO.
           MOVE EMP-PERC TO WS-PERC-ANT.
           PERFORM CALCULA-NUEVO-SALARIO.
           IF WS-CALC-OK = "N"
               MOVE "SALARIO RESULTANTE EXCEDE EL MAXIMO" TO RPT-MOTIVO
               MOVE "N" TO WS-REV-OK
           ELSE
               IF WS-PERC-NVA = WS-PERC-ANT
                   MOVE "LA REVISION NO CAMBIA EL SALARIO"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-REV-OK
               END-IF
           END-IF.
           IF WS-REV-OK = "S"
               PERFORM CLASIFICA-REVISION
               PERFORM LLENA-REVISION
               IF WS-REGISTRADO = "N" AND WS-CONT-PAGADOS = 0
                   MOVE "P" TO RV-STATUS
                   MOVE 0 TO RV-FECHA-APL
                   ADD 1 TO CONT-RETENIDAS
                   MOVE SPACES TO RPT-MOTIVO
                   STRING "RETENIDA HASTA ABRIR " WS-PER-EF
                       DELIMITED BY SIZE INTO RPT-MOTIVO
               ELSE
                   MOVE EMP-REG TO WS-IMAGEN-ANTES
                   MOVE WS-PERC-NVA TO EMP-PERC
                   REWRITE EMP-REG
                   PERFORM GRABA-AUDITORIA
                   MOVE 0 TO WS-CONT-RETRO
                   IF WS-CONT-PAGADOS > 0
                       PERFORM GENERA-RETRO VARYING I FROM 1 BY 1
                           UNTIL I > PER-COUNT
                   END-IF
                   MOVE WS-CONT-RETRO TO RV-PER-RETRO
                   MOVE WS-CURRENT-DATE TO RV-FECHA-APL
                   ADD 1 TO CONT-APLICADAS
                   MOVE WS-PERC-NVA TO WS-EDIT-PERC
                   IF WS-CONT-RETRO > 0
                       MOVE "R" TO RV-STATUS
                       MOVE SPACES TO RPT-MOTIVO
                       STRING "APLICADA " WS-EDIT-PERC " RETRO "
                              WS-CONT-RETRO " PERIODOS"
                           DELIMITED BY SIZE INTO RPT-MOTIVO
                   ELSE
                       MOVE "A" TO RV-STATUS
                       MOVE SPACES TO RPT-MOTIVO
                       STRING "APLICADA " WS-EDIT-PERC
                           DELIMITED BY SIZE INTO RPT-MOTIVO
                   END-IF
               END-IF
               PERFORM GRABA-REVISION
           END-IF.

      * The effective date falls in the employee's own period: the
      * month, or for a quincenal employee Q1 (1st to 15th) or Q2.
       DETERMINA-PERIODO.
           MOVE SPACES TO WS-PER-EF.
           MOVE RVX-FECHA-EF TO WS-FECHA-X.
           MOVE WS-FECHA-X(1:6) TO WS-PER-EF(1:6).
           IF EMP-FREC = "Q"
               IF WS-DIA-N <= 15
                   MOVE "Q1" TO WS-PER-EF(7:2)
               ELSE
                   MOVE "Q2" TO WS-PER-EF(7:2)
               END-IF
           END-IF.

       CALCULA-NUEVO-SALARIO.
           MOVE "S" TO WS-CALC-OK.
           EVALUATE RVX-TIPO
               WHEN "N"
                   MOVE RVX-VALOR TO WS-PERC-NVA
               WHEN "P"
                   COMPUTE WS-PERC-NVA ROUNDED =
                       WS-PERC-ANT * (100 + RVX-VALOR) / 100
                       ON SIZE ERROR MOVE "N" TO WS-CALC-OK
                   END-COMPUTE
               WHEN "F"
                   COMPUTE WS-PERC-NVA = WS-PERC-ANT + RVX-VALOR
                       ON SIZE ERROR MOVE "N" TO WS-CALC-OK
                   END-COMPUTE
           END-EVALUATE.

      * Registered = the effective period, or a later one of the
      * employee's frequency, is already in PERIODCTL in any status:
      * an open one will be paid with the master gross, so the new
      * gross has to be there now (a period skipped in the register
      * is never opened, and holding the revision for it would let
      * the open one go out at the old gross).  Paid = the periods
      * of the employee's frequency, from the effective one on, that
      * are processed or closed - the ones owed a retro.  The
      * aguinaldo run is not a salary period.
       CLASIFICA-REVISION.
           MOVE "N" TO WS-REGISTRADO.
           MOVE 0 TO WS-CONT-PAGADOS.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > PER-COUNT
               IF PT-PERIODO(I) = WS-PER-EF
                   MOVE "S" TO WS-REGISTRADO
               END-IF
               IF PT-PERIODO(I) >= WS-PER-EF
                   PERFORM VERIFICA-FRECUENCIA
                   IF WS-MISMA-FREC = "S"
                       MOVE "S" TO WS-REGISTRADO
                       IF PT-STATUS(I) = "P" OR PT-STATUS(I) = "C"
                           ADD 1 TO WS-CONT-PAGADOS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * WS-MISMA-FREC = "S" when PT-PERIODO(I) is a period of the
      * same frequency as the effective one.
       VERIFICA-FRECUENCIA.
           MOVE "N" TO WS-MISMA-FREC.
           IF WS-PER-EF(7:2) = SPACES
               IF PT-PERIODO(I)(7:2) = SPACES
                   MOVE "S" TO WS-MISMA-FREC
               END-IF
           ELSE
               IF PT-PERIODO(I)(7:2) = "Q1"
                       OR PT-PERIODO(I)(7:2) = "Q2"
                   MOVE "S" TO WS-MISMA-FREC
               END-IF
           END-IF.

      *---------------------- Retro adjustment input ----------------------
      * One RETROADJ transaction per paid period the employee has
      * history for: that period's gross plus the raise, so the
      * incidencias paid in it are kept.
       GENERA-RETRO.
           IF PT-PERIODO(I) >= WS-PER-EF
                   AND (PT-STATUS(I) = "P" OR PT-STATUS(I) = "C")
               PERFORM VERIFICA-FRECUENCIA
               IF WS-MISMA-FREC = "S" AND WS-HAY-HISTORIA = "S"
                   MOVE EMP-NOMI TO EH-NOMI
                   MOVE PT-PERIODO(I) TO EH-PERIOD
                   READ EMPHIST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM GRABA-RETRO
                   END-READ
               END-IF
           END-IF.

       GRABA-RETRO.
           COMPUTE WS-DIF-PERC = WS-PERC-NVA - WS-PERC-ANT.
           MOVE EH-PERC TO WS-RETRO-BASE.
           MOVE EMP-NOMI TO RT-NOMI.
           MOVE EH-PERIOD TO RT-PERIOD.
           PERFORM BUSCA-RETRO-PEND.
           IF WS-RETRO-HALLADO = "S"
               MOVE RTP-PERC(J) TO WS-RETRO-BASE
           END-IF.
           COMPUTE WS-RETRO-PERC = WS-RETRO-BASE + WS-DIF-PERC.
           IF WS-RETRO-PERC <= 0 OR WS-RETRO-PERC > 99999.99
               DISPLAY "AVISO: ", EMP-NOMI, " PERIODO ", EH-PERIOD,
                       " - EL RETROACTIVO NO CABE EN UN AJUSTE, ",
                       "CAPTURELO A MANO"
           ELSE
               MOVE EMP-NOMI TO RT-NOMI
               MOVE EH-PERIOD TO RT-PERIOD
               MOVE WS-RETRO-PERC TO RT-PERC-NUEVA
               WRITE RT-REG
               PERFORM REGISTRA-RETRO-PEND
               ADD 1 TO WS-CONT-RETRO
               ADD 1 TO CONT-RETRO
           END-IF.

      *------------------------ Revision ledger ------------------------
       LLENA-REVISION.
           MOVE EMP-NOMI TO RV-NOMI.
           MOVE RVX-FECHA-EF TO RV-FECHA-EF.
           MOVE WS-PER-EF TO RV-PERIODO.
           IF RVX-CODE = "R"
               MOVE "I" TO RV-ORIGEN
               MOVE SPACES TO RV-DEPT
           ELSE
               MOVE RVX-CODE TO RV-ORIGEN
               MOVE EMP-DEPT(1:3) TO RV-DEPT
           END-IF.
           MOVE RVX-TIPO TO RV-TIPO.
           MOVE RVX-VALOR TO RV-VALOR.
           MOVE RVX-MOTIVO TO RV-MOTIVO.
           MOVE WS-PERC-ANT TO RV-PERC-ANT.
           MOVE WS-PERC-NVA TO RV-PERC-NVA.
           MOVE WS-CURRENT-DATE TO RV-FECHA-CAP.
           MOVE 0 TO RV-FECHA-APL.
           MOVE 0 TO RV-PER-RETRO.
           MOVE WS-OPERADOR TO RV-OPERADOR.

      * Two revisions of one employee on the same effective date take
      * consecutive sequence numbers.  The record built in RV-REG is
      * kept aside while the free number is looked for.
       GRABA-REVISION.
           MOVE RV-REG TO WS-REV-GUARDA.
           MOVE 0 TO WS-SECUENCIA.
           MOVE "N" TO WS-SEC-LIBRE.
           PERFORM UNTIL WS-SEC-LIBRE = "S" OR WS-SECUENCIA >= 99
               ADD 1 TO WS-SECUENCIA
               MOVE WS-REV-GUARDA TO RV-REG
               MOVE WS-SECUENCIA TO RV-SECUENCIA
               READ REVSAL
                   INVALID KEY
                       MOVE "S" TO WS-SEC-LIBRE
               END-READ
           END-PERFORM.
           MOVE WS-REV-GUARDA TO RV-REG.
           MOVE WS-SECUENCIA TO RV-SECUENCIA.
           IF WS-SEC-LIBRE = "S"
               WRITE RV-REG
           ELSE
               DISPLAY "ERROR: ", RV-NOMI, " TIENE 99 REVISIONES EL ",
                       RV-FECHA-EF, " - NO SE REGISTRA EN REVSAL"
           END-IF.

      *------------------------ Audit trail ------------------------
       GRABA-AUDITORIA.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO AUD-FECHA.
           MOVE WS-TIME(1:6) TO AUD-HORA.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE "R" TO AUD-TX-CODE.
           MOVE EMP-NOMI TO AUD-NOMI.
           MOVE WS-IMAGEN-ANTES TO AUD-ANTES.
           MOVE EMP-REG TO AUD-DESPUES.
           WRITE AUD-REG.

      *------------------------ Report lines ------------------------
       GRABA-ACEPTADA.
           MOVE SPACES TO RPT-REG.
           IF RVX-CODE = "R"
               STRING "OK   " RVX-CODE " " RVX-NOMI " " RPT-MOTIVO
                   DELIMITED BY SIZE INTO RPT-REG
           ELSE
               STRING "OK   " RVX-CODE " " RVX-DEPT "    " RPT-MOTIVO
                   DELIMITED BY SIZE INTO RPT-REG
           END-IF.
           WRITE RPT-REG.

       GRABA-RECHAZO-TX.
           ADD 1 TO CONT-RECHAZO.
           MOVE SPACES TO RPT-REG.
           IF RVX-CODE = "R"
               STRING "RECH " RVX-CODE " " RVX-NOMI " " RPT-MOTIVO
                   DELIMITED BY SIZE INTO RPT-REG
           ELSE
               STRING "RECH " RVX-CODE " " RVX-DEPT "    " RPT-MOTIVO
                   DELIMITED BY SIZE INTO RPT-REG
           END-IF.
           WRITE RPT-REG.

       GRABA-ACEPTADA-EMP.
           MOVE SPACES TO RPT-REG.
           STRING "OK   " RVX-CODE " " EMP-NOMI " " RPT-MOTIVO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

       GRABA-RECHAZO-EMP.
           ADD 1 TO CONT-RECHAZO.
           MOVE SPACES TO RPT-REG.
           STRING "RECH " RVX-CODE " " EMP-NOMI " " RPT-MOTIVO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

       END PROGRAM REVMAINT.
