      * Purpose: Pay-period control maintenance.  Opens new periods,
      *          reopens a processed period for a justified rerun and
      *          closes a period once balancing has been verified.
      *          Command line: "PERIODO ACCION OPERADOR" with
      *          ACCION one of ABRIR / REABRIR / CERRAR; the operator
      *          must hold the period control role in OPERMST.
      *          3EMP-SAL refuses to run a period that is not open
      *          here, so the close step is what turns month-end from
      *          a prayer into a procedure.
      *          The December aguinaldo run has its own sub-period,
      *          AAAA12AG, with the same lifecycle: AGUINALD pays only
      *          when it is open and marks it processed, so the bonus
      *          cannot be paid twice without a REABRIR.
      *          Opening a payroll period also applies the salary
      *          revisions REVMAINT held for it: every pending REVSAL
      *          revision of the same frequency whose effective period
      *          has come changes EMP-PERC before the payroll runs,
      *          audited under the capturing operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT RETROLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETROLOG-STATUS.
           SELECT REVSAL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-REVSAL-STATUS.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS WS-EMPLOYEES-STATUS.
           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PERIODCTL.
           COPY PERREC.
       FD  RETROLOG.
           COPY RETLREC.
       FD  REVSAL.
           COPY REVREC.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  AUDITLOG.
           COPY AUDREC.
       WORKING-STORAGE SECTION.
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(40) VALUE SPACES.
       77  WS-RESTO PIC X(30) VALUE SPACES.
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-PERIOD PIC X(08) VALUE SPACES.
       77  WS-MES-N PIC 9(02) VALUE 0.
       77  WS-ACCION PIC X(07) VALUE SPACES.
       77  WS-RETROLOG-STATUS PIC X(02).
       77  RL-EOF PIC 9 VALUE 0.
       77  CONT-RETRO PIC 9(05) VALUE 0.
       77  WS-REVSAL-STATUS PIC X(02).
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-AUDITLOG-STATUS PIC X(02).
       77  WS-TIME PIC X(08).
       77  WS-IMAGEN-ANTES PIC X(68) VALUE SPACES.
       77  RV-EOF PIC 9 VALUE 0.
       77  WS-MISMA-FREC PIC X(01) VALUE "N".
       77  WS-EMP-EXISTE PIC X(01) VALUE "N".
       77  WS-REV-ABIERTO PIC X(01) VALUE "N".
       77  WS-CALC-OK PIC X(01) VALUE "N".
       77  WS-PERC-NVA PIC 9(05)V99 VALUE 0.
       77  CONT-REVISIONES PIC 9(05) VALUE 0.
       77  CONT-CANCELADAS PIC 9(05) VALUE 0.
           COPY OPERPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
      *    The period is AAAAMM for the monthly run or AAAAMMQ1 /
      *    AAAAMMQ2 to open a quincena, or AAAA12AG for the annual
      *    aguinaldo; each sub-period has its own control record and
      *    lifecycle.
           MOVE SPACES TO WS-PERIOD.
           MOVE WS-PARM(1:6) TO WS-PERIOD(1:6).
           IF WS-PARM(7:2) = "Q1" OR WS-PARM(7:2) = "Q2"
                   OR WS-PARM(7:2) = "AG"
               MOVE WS-PARM(7:2) TO WS-PERIOD(7:2)
               MOVE WS-PARM(10:30) TO WS-RESTO
           ELSE
               MOVE WS-PARM(8:30) TO WS-RESTO
           END-IF.
      *    The action and the operator follow with natural spacing,
      *    as in RUNCTL.
           MOVE SPACES TO WS-ACCION.
           MOVE SPACES TO WS-OPERADOR.
           UNSTRING WS-RESTO DELIMITED BY ALL SPACES
               INTO WS-ACCION WS-OPERADOR.
           IF WS-PERIOD(1:6) NOT NUMERIC OR WS-OPERADOR = SPACES
               DISPLAY "USO: PERMAINT PERIODO[Q1/Q2/AG] ",
                       "ABRIR/REABRIR/CERRAR OPERADOR"
               STOP RUN
           END-IF.
           MOVE WS-PERIOD(5:2) TO WS-MES-N.
               DISPLAY "ERROR: MES INVALIDO EN EL PERIODO ", WS-PERIOD
               STOP RUN
           END-IF.
           IF WS-PERIOD(7:2) = "AG" AND WS-MES-N NOT = 12
               DISPLAY "ERROR: EL AGUINALDO SE CONTROLA EN DICIEMBRE ",
                       "(AAAA12AG)"
               STOP RUN
           END-IF.
           PERFORM VERIFICA-OPERADOR.
           OPEN I-O PERIODCTL.
           IF WS-PERIODCTL-STATUS = "35"
               OPEN OUTPUT PERIODCTL
               WHEN "CERRAR"
                   PERFORM CIERRA-PERIODO
               WHEN OTHER
                   DISPLAY "USO: PERMAINT PERIODO ",
                           "ABRIR/REABRIR/CERRAR OPERADOR"
           END-EVALUATE.
           CLOSE PERIODCTL.
           STOP RUN.

      *------------------- Operator authorization -------------------
      * Opening, reopening and closing periods needs the period
      * control role in OPERMST; OPERCHK journals a refusal in SECLOG.
       VERIFICA-OPERADOR.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "P" TO OC-ROL.
           MOVE "PERMAINT" TO OC-PROGRAMA.
           MOVE SPACES TO OC-CAPTURO.
           MOVE SPACES TO OC-DETALLE.
           STRING WS-ACCION DELIMITED BY SPACE
               " PERIODO " WS-PERIOD DELIMITED BY SIZE
               INTO OC-DETALLE.
           CALL "OPERCHK" USING OC-PARM.
           IF OC-RC NOT = 0
               DISPLAY "ERROR: OPERADOR ", WS-OPERADOR, " - ",
                       OC-MOTIVO
               DISPLAY "EL PERIODO ", WS-PERIOD, " NO SE MODIFICO"
               STOP RUN
           END-IF.

      *------------------------ Open a new period ------------------------
       ABRE-PERIODO.
           MOVE WS-PERIOD TO PC-PERIODO.
                   MOVE WS-CURRENT-DATE TO PC-FECHA-ACT
                   WRITE PC-REG
                   DISPLAY "PERIODO ", WS-PERIOD, " ABIERTO"
                   IF WS-PERIOD(7:2) NOT = "AG"
                       PERFORM APLICA-REVISIONES
                   END-IF
               NOT INVALID KEY
                   DISPLAY "ERROR: EL PERIODO ", WS-PERIOD,
                           " YA EXISTE CON STATUS ", PC-STATUS
           END-READ.

      *------------------- Held salary revisions -------------------
      * A revision REVMAINT could not apply yet waits in REVSAL with
      * status "P".  It comes due when a period of its own frequency
      * (monthly, or quincenal Q1 / Q2) at or after its effective
      * period is opened; the increase is computed on the gross the
      * employee has at that moment, so revisions held back to back
      * compound in effective-date order.
       APLICA-REVISIONES.
           MOVE 0 TO CONT-REVISIONES.
           MOVE 0 TO CONT-CANCELADAS.
           MOVE 0 TO RV-EOF.
           MOVE "N" TO WS-REV-ABIERTO.
           OPEN I-O REVSAL.
           IF WS-REVSAL-STATUS NOT = "35"
               OPEN I-O EMPLOYEES
               IF WS-EMPLOYEES-STATUS = "35"
                   CLOSE REVSAL
               ELSE
                   MOVE "S" TO WS-REV-ABIERTO
               END-IF
           END-IF.
           IF WS-REV-ABIERTO = "S"
               OPEN EXTEND AUDITLOG
               IF WS-AUDITLOG-STATUS = "35"
                   OPEN OUTPUT AUDITLOG
               END-IF
               PERFORM LEE-REVISION
               PERFORM UNTIL RV-EOF = 1
                   IF RV-STATUS = "P" AND RV-PERIODO <= WS-PERIOD
                       PERFORM VERIFICA-FRECUENCIA
                       IF WS-MISMA-FREC = "S"
                           PERFORM APLICA-UNA-REVISION
                       END-IF
                   END-IF
                   PERFORM LEE-REVISION
               END-PERFORM
               CLOSE REVSAL
               CLOSE EMPLOYEES
               CLOSE AUDITLOG
           END-IF.
           IF CONT-REVISIONES > 0 OR CONT-CANCELADAS > 0
               DISPLAY "REVISIONES SALARIALES APLICADAS: ",
                       CONT-REVISIONES, "  CANCELADAS: ",
                       CONT-CANCELADAS
           END-IF.

       LEE-REVISION.
           READ REVSAL NEXT RECORD AT END MOVE 1 TO RV-EOF.

       VERIFICA-FRECUENCIA.
           MOVE "N" TO WS-MISMA-FREC.
           IF WS-PERIOD(7:2) = SPACES
               IF RV-PERIODO(7:2) = SPACES
                   MOVE "S" TO WS-MISMA-FREC
               END-IF
           ELSE
               IF RV-PERIODO(7:2) = "Q1" OR RV-PERIODO(7:2) = "Q2"
                   MOVE "S" TO WS-MISMA-FREC
               END-IF
           END-IF.

      * Same arithmetic as REVMAINT.  An employee gone inactive while
      * the revision waited cancels it; one the new gross would not
      * fit stays pending and is reported.
       APLICA-UNA-REVISION.
           MOVE "S" TO WS-EMP-EXISTE.
           MOVE RV-NOMI TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   MOVE "N" TO WS-EMP-EXISTE
           END-READ.
           IF WS-EMP-EXISTE = "N" OR EMP-STATUS = "I"
               MOVE "C" TO RV-STATUS
               MOVE WS-CURRENT-DATE TO RV-FECHA-APL
               REWRITE RV-REG
               ADD 1 TO CONT-CANCELADAS
               DISPLAY "AVISO: REVISION DE ", RV-NOMI, " DEL ",
                       RV-FECHA-EF, " CANCELADA - EMPLEADO INACTIVO ",
                       "O INEXISTENTE"
           ELSE
               MOVE "S" TO WS-CALC-OK
               EVALUATE RV-TIPO
                   WHEN "N"
                       MOVE RV-VALOR TO WS-PERC-NVA
                   WHEN "P"
                       COMPUTE WS-PERC-NVA ROUNDED =
                           EMP-PERC * (100 + RV-VALOR) / 100
                           ON SIZE ERROR MOVE "N" TO WS-CALC-OK
                       END-COMPUTE
                   WHEN OTHER
                       COMPUTE WS-PERC-NVA = EMP-PERC + RV-VALOR
                           ON SIZE ERROR MOVE "N" TO WS-CALC-OK
                       END-COMPUTE
               END-EVALUATE
               IF WS-CALC-OK = "N"
                   DISPLAY "AVISO: REVISION DE ", RV-NOMI, " DEL ",
                           RV-FECHA-EF, " EXCEDE EL SALARIO MAXIMO - ",
                           "QUEDA PENDIENTE"
               ELSE
                   MOVE EMP-REG TO WS-IMAGEN-ANTES
                   MOVE EMP-PERC TO RV-PERC-ANT
                   MOVE WS-PERC-NVA TO EMP-PERC
                   REWRITE EMP-REG
                   PERFORM GRABA-AUDITORIA
                   MOVE WS-PERC-NVA TO RV-PERC-NVA
                   MOVE "A" TO RV-STATUS
                   MOVE WS-CURRENT-DATE TO RV-FECHA-APL
                   REWRITE RV-REG
                   ADD 1 TO CONT-REVISIONES
               END-IF
           END-IF.

       GRABA-AUDITORIA.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO AUD-FECHA.
           MOVE WS-TIME(1:6) TO AUD-HORA.
           MOVE RV-OPERADOR TO AUD-OPERADOR.
           MOVE "R" TO AUD-TX-CODE.
           MOVE EMP-NOMI TO AUD-NOMI.
           MOVE WS-IMAGEN-ANTES TO AUD-ANTES.
           MOVE EMP-REG TO AUD-DESPUES.
           WRITE AUD-REG.

      *------------------- Reopen a processed period -------------------
       REABRE-PERIODO.
           MOVE WS-PERIOD TO PC-PERIODO.
