               FILE STATUS IS WS-GARNMST-STATUS.
           SELECT GARNDET ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT CREDMST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-CREDMST-STATUS.
           SELECT CREDMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CREDMOV-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RANKRPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRENOM-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK-TOP ASSIGN TO DISK.
           SELECT SORTWK-BOT ASSIGN TO DISK.
       DATA DIVISION.
           COPY GARNREC.
       FD  GARNDET.
           COPY GARNDREC.
       FD  VACMST.
           COPY VACREC.
       FD  VACMOV.
           COPY VACMREC.
       FD  CREDMST.
           COPY CREDREC.
       FD  CREDMOV.
           COPY CREDMREC.
       FD  CHECKPOINT-FILE.
       01  CK-REG.
           02 CK-LAST-NOMI PIC 9(06).
       01  RPT-LINE PIC X(132).
       FD  RANKRPT.
       01  RANK-LINE PIC X(132).
       FD  PRENOM-RPT.
       01  PRE-LINE PIC X(132).
       SD  SORTWK-TOP.
       01  SW-REG.
           02 SW-NOMI PIC 9(06).
       77  WS-EXC-MOTIVO PIC X(40) VALUE SPACES.
       77  WS-PERIOD PIC X(08).
       77  WS-FREC-RUN PIC X(01) VALUE "M".
       77  WS-PARM-RESTO PIC X(11) VALUE SPACES.
       77  WS-PREVIO-MODE PIC X(01) VALUE "N".
       77  WS-UMBRAL-PCT PIC 9(02) VALUE 10.
       77  WS-PER-ANTERIOR PIC X(08) VALUE SPACES.
       77  WS-FREC-PER PIC X(08) VALUE SPACES.
       77  WS-MISMA-FREC PIC X(01) VALUE "N".
       77  WS-CREDMOV-FALTA PIC X(01) VALUE "N".
       77  EHP-EOF PIC 9 VALUE 0.
       77  HIS-COUNT PIC 9(04) VALUE 0.
       77  WS-HIS-MAX PIC 9(04) VALUE 2000.
       77  WS-HIS-IDX PIC 9(04) VALUE 0.
       77  WS-HIS-NOMI PIC 9(06) VALUE 0.
       77  WS-BUSCA-NOMI PIC 9(06) VALUE 0.
       77  H PIC 9(04).
       77  WS-PRE-OBS PIC X(50) VALUE SPACES.
       77  WS-NETO-ANT PIC S9(05)V99 VALUE 0.
       77  WS-VARIACION PIC S9(07)V99 VALUE 0.
       77  WS-VAR-ABS PIC 9(07)V99 VALUE 0.
       77  WS-VAR-LIMITE PIC S9(07)V99 VALUE 0.
       77  CONT-PRE-NUEVOS PIC 9(05) VALUE 0.
       77  CONT-PRE-FALTAN PIC 9(05) VALUE 0.
       77  CONT-PRE-VARIAC PIC 9(05) VALUE 0.
       77  CONT-PRE-FREC PIC 9(05) VALUE 0.
       77  CONT-PRE-EXC PIC 9(05) VALUE 0.
       77  CONT-PRE-INCID PIC 9(05) VALUE 0.
       77  WS-EDIT-NETO PIC ZZ,ZZ9.99-.
       77  WS-EDIT-VAR PIC Z,ZZZ,ZZ9.99-.
       77  WS-EDIT-PRE PIC ZZ,ZZ9.
       77  WS-EMP-PAGABLE PIC X(01) VALUE "N".
       77  WS-PAGE-NO PIC 9(03) VALUE 0.
       77  WS-LINE-COUNT PIC 9(03) VALUE 0.
       77  WS-PEN-PRIOR PIC 9(02) VALUE 0.
       77  PEN-COUNT PIC 9(03) VALUE 0.
       77  M PIC 9(3).
       77  WS-VACMST-STATUS PIC X(02).
       77  WS-VACMOV-STATUS PIC X(02).
       77  WS-VAC-DIAS PIC 9(03) VALUE 0.
       77  WS-VAC-ANT PIC S9(04) VALUE 0.
       77  WS-VAC-EXISTE PIC X(01) VALUE "N".
       77  WS-PCT-PRIMA-VAC PIC 9(02) VALUE 25.
       77  WS-CREDMST-STATUS PIC X(02).
       77  WS-CREDMOV-STATUS PIC X(02).
       77  CRED-EOF PIC 9 VALUE 0.
       77  CRED-COUNT PIC 9(03) VALUE 0.
       77  WS-CRED-MAX PIC 9(03) VALUE 300.
       77  CRP-COUNT PIC 9(03) VALUE 0.
       77  WS-CRE-DISP PIC S9(07)V99 VALUE 0.
       77  WS-DEDU-TOTAL PIC 9(07)V99 VALUE 0.
       77  WS-CRE-SALDO PIC 9(07)V99 VALUE 0.
       77  WS-CRE-ANT PIC 9(05)V99 VALUE 0.
       77  WS-CRE-IMP PIC 9(05)V99 VALUE 0.
       77  WS-CRE-EXISTE PIC X(01) VALUE "N".
       77  N PIC 9(3).
       01  GARN-TAB.
           02 GARN-ROW OCCURS 1 TO 200 TIMES
                  DEPENDING ON GARN-COUNT.
               03 PP-CLABE PIC X(18).
               03 PP-BANCO PIC X(03).
               03 PP-BENEF PIC X(20).
       01  CRED-TAB.
           02 CRED-ROW OCCURS 1 TO 300 TIMES
                  DEPENDING ON CRED-COUNT.
               03 CE-NOMI PIC 9(06).
               03 CE-CREDITO PIC X(10).
      * Sized to the credit master maximum (WS-CRED-MAX), like the
      * pending garnishment rows.
       01  CRED-PEND-TAB.
           02 CRED-PEND-ROW OCCURS 300 TIMES.
               03 CRP-CREDITO PIC X(10).
               03 CRP-ANT PIC 9(05)V99.
               03 CRP-IMPORTE PIC 9(05)V99.
       01  INC-TAB.
           02 INC-ROW OCCURS 1 TO 500 TIMES
                  DEPENDING ON INC-COUNT.
               03 IN-IMPORTE PIC 9(05)V99.
               03 IN-PER-OK PIC X(01).
               03 IN-USADA PIC X(01).
      * Last pay of every employee before the period, for the
      * pre-nomina comparison.
       01  HIS-TAB.
           02 HIS-ROW OCCURS 1 TO 2000 TIMES
                  DEPENDING ON HIS-COUNT.
               03 HP-NOMI PIC 9(06).
               03 HP-NOMB PIC X(20).
               03 HP-DEPT PIC X(20).
               03 HP-PERIODO PIC X(08).
               03 HP-SALA PIC S9(05)V99.
               03 HP-VISTO PIC X(01).
               03 HP-MOTIVO PIC X(30).
       01  ANN-TAB.
           02 ANN-ROW OCCURS 1 TO 500 TIMES
                  DEPENDING ON ANN-COUNT.
      *    period control file, so a late December payroll can run in
      *    January and a period cannot be posted twice by accident.
           IF WS-PARM(1:6) NOT NUMERIC
               DISPLAY "USO: 3EMP-SAL PERIODO[Q1/Q2] [RESTART | ",
                       "PREVIO [UMBRAL %]]"
               DISPLAY "EL PERIODO DEBE ESTAR ABIERTO EN PERMAINT"
               STOP RUN
           END-IF.
           IF WS-PARM(7:2) = "Q1" OR WS-PARM(7:2) = "Q2"
               MOVE WS-PARM(7:2) TO WS-PERIOD(7:2)
               MOVE "Q" TO WS-FREC-RUN
               MOVE WS-PARM(10:11) TO WS-PARM-RESTO
           ELSE
               MOVE "M" TO WS-FREC-RUN
               MOVE WS-PARM(8:11) TO WS-PARM-RESTO
           END-IF.
           PERFORM VALIDA-PERIODO.
      *    PREVIO computes the period exactly as the real run would
      *    and only reports it against each employee's last pay; it
      *    posts nothing, so it can be repeated as often as RH needs
      *    before the real run.  An optional one- or two-digit
      *    percent sets the net pay variation worth listing (default
      *    10); anything else after PREVIO stops the run.
           IF WS-PARM-RESTO(1:7) = "PREVIO"
               MOVE "S" TO WS-PREVIO-MODE
               IF WS-PARM-RESTO(8:2) NUMERIC
                   MOVE WS-PARM-RESTO(8:2) TO WS-UMBRAL-PCT
               ELSE
                   IF WS-PARM-RESTO(8:1) NUMERIC
                           AND WS-PARM-RESTO(9:1) = SPACE
                       MOVE WS-PARM-RESTO(8:1) TO WS-UMBRAL-PCT
                   ELSE
                       IF WS-PARM-RESTO(8:4) NOT = SPACES
                           DISPLAY "USO: 3EMP-SAL PERIODO[Q1/Q2] ",
                                   "[RESTART | PREVIO [UMBRAL %]]"
                           DISPLAY "UMBRAL INVALIDO: "
                                   WS-PARM-RESTO(8:4)
                           STOP RUN
                       END-IF
                   END-IF
               END-IF
               IF WS-PARM-RESTO(10:2) NOT = SPACES
                   DISPLAY "USO: 3EMP-SAL PERIODO[Q1/Q2] ",
                           "[RESTART | PREVIO [UMBRAL %]]"
                   DISPLAY "UMBRAL INVALIDO: " WS-PARM-RESTO(8:4)
                   STOP RUN
               END-IF
           END-IF.
           IF WS-PARM-RESTO = "RESTART"
               MOVE "S" TO WS-RESTART-MODE
               PERFORM LEE-CHECKPOINT
           PERFORM CARGA-CONTROL.
           PERFORM CARGA-INCIDENCIAS.
           PERFORM CARGA-PENSIONES.
           PERFORM CARGA-CREDITOS.
           IF WS-PREVIO-MODE = "S"
               PERFORM PRE-NOMINA
               STOP RUN
           END-IF.
           IF WS-RESTART-MODE = "S"
               PERFORM RECONSTRUYE-TOTALES
           END-IF.
               CLOSE EMPHIST
               OPEN I-O EMPHIST
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
           OPEN I-O CREDMST.
           IF WS-CREDMST-STATUS = "35"
               OPEN OUTPUT CREDMST
               CLOSE CREDMST
               OPEN I-O CREDMST
           END-IF.
           OPEN I-O CREDMOV.
           IF WS-CREDMOV-STATUS = "35"
               OPEN OUTPUT CREDMOV
               CLOSE CREDMOV
               OPEN I-O CREDMOV
           END-IF.
           PERFORM LEE-EMPLEADO.
           PERFORM GENERA-SALARIO UNTIL EMP-EOF = 1.
           PERFORM REPORTA-INCIDENCIAS-SIN-USO.
           CLOSE EXCSAL.
           CLOSE GARNDET.
           CLOSE EMPHIST.
           CLOSE VACMST.
           CLOSE VACMOV.
           CLOSE CREDMST.
           CLOSE CREDMOV.
           CLOSE RPTFILE.
           PERFORM GENERA-RANKING.
           PERFORM MARCA-PROCESADO.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > INC-COUNT
               IF IN-NOMI(L) = WS-MARCA-NOMI
                       AND IN-PER-OK(L) = "S"
                   IF IN-TIPO(L) = "HE" OR "CO" OR "BP" OR "FA" OR "VA"
                       MOVE "S" TO IN-USADA(L)
                   END-IF
               END-IF
                   MOVE "S" TO WS-EMP-PAGABLE
               END-IF
           END-IF.
           IF WS-PREVIO-MODE = "S" AND EMP-EOF = 0
                   AND WS-EMP-PAGABLE = "N"
               PERFORM PREVIO-NO-PAGABLE
           END-IF.

      *---------------------- Calculo de salario ----------------------
       GENERA-SALARIO.
               PERFORM APLICA-AJUSTE-ANUAL
           END-IF.
           PERFORM APLICA-PENSIONES.
           PERFORM APLICA-CREDITOS.
      *    EMS-DEDU carries whole pesos only; the net is taken from
      *    the full sum so the cents of the pension and the credit
      *    installments come off the pay exactly as they are charged.
           COMPUTE WS-DEDU-TOTAL = EMS-ISR + EMS-IMSS + EMS-OTRAS-DEDU
               + EMS-PENSION + EMS-CREDITOS.
           MOVE WS-DEDU-TOTAL TO EMS-DEDU.
           COMPUTE EMS-SALA = EMS-PERC - WS-DEDU-TOTAL.
           ADD 1 TO CONT-LEIDOS.
           ADD EMS-PERC TO TOTAL-PERC.
           IF WS-PERC-CALC < 0
                       TO WS-EXC-MOTIVO
                   PERFORM ESCRIBE-EXCEPCION
               ELSE
                   IF WS-PREVIO-MODE = "S"
                       PERFORM PREVIO-COMPARA
                   ELSE
                       WRITE EMS-REG
                       PERFORM GRABA-PENSIONES
                       PERFORM GRABA-CREDITOS
                       PERFORM GRABA-HIST-EMPLEADO
                       PERFORM GRABA-VACACIONES
                   END-IF
                   ADD EMS-SALA TO TOTAL-SALA
                   ADD 1 TO CONT-EMP
               END-IF
           END-IF.
           ADD 1 TO WS-CONT-CHECK.
           IF WS-CONT-CHECK >= WS-CHECKPOINT-EVERY
                   AND WS-PREVIO-MODE = "N"
               PERFORM GRABA-CHECKPOINT
           END-IF.
           PERFORM LEE-EMPLEADO.
      * The signed work gross catches the case where the discount
      * eats the whole percepcion, which the unsigned EMS-PERC
      * cannot carry and goes to exception instead.
      * Vacation days leave the fixed gross untouched; the prima
      * vacacional is paid on them at the same daily wage as the
      * absence discount.
       APLICA-INCIDENCIAS.
           MOVE 0 TO EMS-HRS-EXT.
           MOVE 0 TO EMS-COMISION.
           MOVE 0 TO EMS-BONO-PUN.
           MOVE 0 TO EMS-DESC-FAL.
           MOVE 0 TO EMS-PRIMA-VAC.
           MOVE 0 TO WS-VAC-DIAS.
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > INC-COUNT
               IF IN-NOMI(L) = EMP-NOMI AND IN-PER-OK(L) = "S"
                       AND IN-USADA(L) = "N"
                   IF IN-TIPO(L) = "HE" OR "CO" OR "BP" OR "FA" OR "VA"
                       MOVE "S" TO IN-USADA(L)
                       EVALUATE IN-TIPO(L)
                           WHEN "HE"
                                       EMS-DESC-FAL
                                       + EMP-PERC / 30 * IN-IMPORTE(L)
                               END-IF
                           WHEN "VA"
                               ADD IN-IMPORTE(L) TO WS-VAC-DIAS
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-VAC-DIAS > 0
               IF WS-FREC-RUN = "Q"
                   COMPUTE EMS-PRIMA-VAC ROUNDED =
                       EMP-PERC / 15 * WS-VAC-DIAS
                       * WS-PCT-PRIMA-VAC / 100
               ELSE
                   COMPUTE EMS-PRIMA-VAC ROUNDED =
                       EMP-PERC / 30 * WS-VAC-DIAS
                       * WS-PCT-PRIMA-VAC / 100
               END-IF
           END-IF.
           COMPUTE WS-PERC-CALC = EMS-PERC-FIJA + EMS-HRS-EXT
               + EMS-COMISION + EMS-BONO-PUN + EMS-PRIMA-VAC
               - EMS-DESC-FAL.

      *---------------- Incidencias without a payment ----------------
      * An incidencia nobody consumed is an exception: keyed for
                           MOVE "INCIDENCIA FUERA DE PERIODO"
                               TO WS-EXC-MOTIVO
                       WHEN IN-TIPO(L) = "HE" OR "CO" OR "BP" OR "FA"
                               OR "VA"
                           MOVE "INCIDENCIA SIN EMPLEADO PAGADO"
                               TO WS-EXC-MOTIVO
                       WHEN OTHER
           END-PERFORM.

       ESCRIBE-EXC-INCIDENCIA.
           IF WS-PREVIO-MODE = "S"
               PERFORM PREVIO-INCIDENCIA
           ELSE
               MOVE IN-NOMI(L) TO EXC-NOMI
               MOVE SPACES TO EXC-NOMB
               MOVE SPACES TO EXC-DEPT
               MOVE IN-IMPORTE(L) TO EXC-PERC
               MOVE 0 TO EXC-DEDU
               MOVE 0 TO EXC-SALA
               MOVE WS-EXC-MOTIVO TO EXC-MOTIVO
               WRITE EXC-REG
           END-IF.
           ADD 1 TO CONT-EXC.

      *-------------------- Annual ISR adjustment --------------------
               WRITE GD-REG
           END-PERFORM.

      *-------------------- Payroll credit installments --------------------
      * Only the keys are loaded; the balance is read from the master
      * when the employee comes up, so it is always the current one.
      * A missing file means no employee owes a credit.
       CARGA-CREDITOS.
           MOVE 0 TO CRED-COUNT.
           MOVE 0 TO CRED-EOF.
           OPEN INPUT CREDMST.
           IF WS-CREDMST-STATUS NOT = "35"
               PERFORM LEE-CREDITO
               PERFORM UNTIL CRED-EOF = 1
                   IF CRED-COUNT >= WS-CRED-MAX
                       DISPLAY "ERROR: EL MAESTRO DE CREDITOS EXCEDE ",
                               "EL MAXIMO DE ", WS-CRED-MAX,
                               " CREDITOS SOPORTADO"
                       CLOSE CREDMST
                       STOP RUN
                   END-IF
                   ADD 1 TO CRED-COUNT
                   MOVE CD-NOMI TO CE-NOMI(CRED-COUNT)
                   MOVE CD-CREDITO TO CE-CREDITO(CRED-COUNT)
                   PERFORM LEE-CREDITO
               END-PERFORM
               CLOSE CREDMST
               DISPLAY "CREDITOS CARGADOS: ", CRED-COUNT
           END-IF.

       LEE-CREDITO.
           READ CREDMST NEXT RECORD
               AT END MOVE 1 TO CRED-EOF
           END-READ.

      * Installments come after the garnishment orders, out of what
      * the net still has.  Each one is capped at the balance, so the
      * last installment only takes what is owed and a credit at zero
      * is charged nothing more; a net too short for the installment
      * withholds what there is and leaves the rest owed.  A rerun of
      * a reopened period first gives back the installment the earlier
      * run withheld (the "D" movement of the period), so the balance
      * never pays a period twice.  The amounts are held back and only
      * posted once the employee's record is accepted.
       APLICA-CREDITOS.
           MOVE 0 TO EMS-CREDITOS.
           MOVE 0 TO CRP-COUNT.
           IF CRED-COUNT > 0
               COMPUTE WS-CRE-DISP = EMS-PERC - EMS-ISR - EMS-IMSS
                   - EMS-OTRAS-DEDU - EMS-PENSION
               IF WS-CRE-DISP < 0
                   MOVE 0 TO WS-CRE-DISP
               END-IF
               PERFORM VARYING N FROM 1 BY 1 UNTIL N > CRED-COUNT
                   IF CE-NOMI(N) = EMS-NOMI
                       PERFORM APLICA-UN-CREDITO
                   END-IF
               END-PERFORM
           END-IF.

       APLICA-UN-CREDITO.
           MOVE CE-NOMI(N) TO CD-NOMI.
           MOVE CE-CREDITO(N) TO CD-CREDITO.
           READ CREDMST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CALCULA-ABONO
           END-READ.

       CALCULA-ABONO.
           MOVE CD-NOMI TO CM-NOMI.
           MOVE CD-CREDITO TO CM-CREDITO.
           MOVE WS-PERIOD TO CM-REFER.
           MOVE "D" TO CM-TIPO.
           IF WS-CREDMOV-FALTA = "S"
               MOVE 0 TO WS-CRE-ANT
           ELSE
               READ CREDMOV
                   INVALID KEY
                       MOVE 0 TO WS-CRE-ANT
                   NOT INVALID KEY
                       MOVE CM-IMPORTE TO WS-CRE-ANT
               END-READ
           END-IF.
           COMPUTE WS-CRE-SALDO = CD-SALDO + WS-CRE-ANT.
           MOVE 0 TO WS-CRE-IMP.
           IF CD-STATUS NOT = "S" AND WS-CRE-SALDO > 0
               IF CD-DESCUENTO > WS-CRE-SALDO
                   MOVE WS-CRE-SALDO TO WS-CRE-IMP
               ELSE
                   MOVE CD-DESCUENTO TO WS-CRE-IMP
               END-IF
               IF WS-CRE-IMP > WS-CRE-DISP
                   DISPLAY "AVISO: CREDITO ", CD-CREDITO, " DE ",
                           EMS-NOMI, " DESCONTADO PARCIALMENTE POR ",
                           "NETO INSUFICIENTE"
                   MOVE WS-CRE-DISP TO WS-CRE-IMP
               END-IF
               SUBTRACT WS-CRE-IMP FROM WS-CRE-DISP
               ADD WS-CRE-IMP TO EMS-CREDITOS
           END-IF.
           IF WS-CRE-IMP > 0 OR WS-CRE-ANT > 0
               ADD 1 TO CRP-COUNT
               MOVE CD-CREDITO TO CRP-CREDITO(CRP-COUNT)
               MOVE WS-CRE-ANT TO CRP-ANT(CRP-COUNT)
               MOVE WS-CRE-IMP TO CRP-IMPORTE(CRP-COUNT)
           END-IF.

      * The balance moves by the difference against the earlier run;
      * the period's "D" movement is replaced, or removed when nothing
      * is withheld now.  A credit brought to zero is closed; one
      * given back its balance by a rerun is active again.
       GRABA-CREDITOS.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > CRP-COUNT
               MOVE EMS-NOMI TO CD-NOMI
               MOVE CRP-CREDITO(N) TO CD-CREDITO
               READ CREDMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ACTUALIZA-CREDITO
               END-READ
           END-PERFORM.

       ACTUALIZA-CREDITO.
           COMPUTE CD-SALDO = CD-SALDO + CRP-ANT(N) - CRP-IMPORTE(N).
           IF CD-STATUS NOT = "S"
               IF CD-SALDO = 0
                   MOVE "L" TO CD-STATUS
                   DISPLAY "CREDITO ", CD-CREDITO, " DE ", CD-NOMI,
                           " LIQUIDADO EN EL PERIODO ", WS-PERIOD
               ELSE
                   MOVE "A" TO CD-STATUS
               END-IF
           END-IF.
           MOVE WS-CURRENT-DATE TO CD-FECHA-ACT.
           REWRITE CD-REG.
           MOVE CD-NOMI TO CM-NOMI.
           MOVE CD-CREDITO TO CM-CREDITO.
           MOVE WS-PERIOD TO CM-REFER.
           MOVE "D" TO CM-TIPO.
           READ CREDMOV
               INVALID KEY
                   MOVE "N" TO WS-CRE-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-CRE-EXISTE
           END-READ.
           MOVE CRP-IMPORTE(N) TO CM-IMPORTE.
           MOVE CD-SALDO TO CM-SALDO.
           MOVE WS-CURRENT-DATE TO CM-FECHA.
           IF WS-CRE-EXISTE = "S"
               IF CRP-IMPORTE(N) = 0
                   DELETE CREDMOV RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   REWRITE CM-REG
               END-IF
           ELSE
               IF CRP-IMPORTE(N) > 0
                   WRITE CM-REG
               END-IF
           END-IF.

      *-------------------- Per-employee pay history --------------------
      * One history record per employee per period; a rerun of the
      * same period replaces the existing record instead of failing.
      * An employee paid in an earlier run of a reopened period but
      * excepted now would leave a stale pay-history row behind, so
      * the exception path also deletes their record for the period.
      * The pre-nomina only lists the exception.
       ESCRIBE-EXCEPCION.
           IF WS-PREVIO-MODE = "S"
               PERFORM PREVIO-EXCEPCION
           ELSE
               PERFORM GRABA-EXCEPCION
           END-IF.
           ADD 1 TO CONT-EXC.

       GRABA-EXCEPCION.
           MOVE EMS-NOMI TO EXC-NOMI.
           MOVE EMS-NOMB TO EXC-NOMB.
           MOVE EMS-DEPT TO EXC-DEPT.
               INVALID KEY
                   CONTINUE
           END-DELETE.
           MOVE 0 TO WS-VAC-DIAS.
           MOVE 0 TO EMS-PRIMA-VAC.
           PERFORM GRABA-VACACIONES.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > CRP-COUNT
               MOVE 0 TO CRP-IMPORTE(N)
           END-PERFORM.
           PERFORM GRABA-CREDITOS.

      *------------------- Vacation days enjoyed -------------------
      * The days of the period are charged to the balance through
      * one "G" movement per employee and period.  A rerun of a
      * reopened period charges only the difference against the
      * movement the earlier run left, and an employee excepted now
      * gets their earlier charge back, so the balance never counts
      * a period twice.  Days beyond the balance are still paid -
      * vacation granted in advance - and leave it negative until
      * the next anniversary covers them.
       GRABA-VACACIONES.
           MOVE EMS-NOMI TO VM-NOMI.
           MOVE WS-PERIOD TO VM-REFER.
           MOVE "G" TO VM-TIPO.
           READ VACMOV
               INVALID KEY
                   MOVE "N" TO WS-VAC-EXISTE
                   MOVE 0 TO WS-VAC-ANT
               NOT INVALID KEY
                   MOVE "S" TO WS-VAC-EXISTE
                   MOVE VM-DIAS TO WS-VAC-ANT
           END-READ.
           IF WS-VAC-DIAS NOT = WS-VAC-ANT
               PERFORM ACTUALIZA-SALDO-VAC
           END-IF.
           MOVE 0 TO VM-ANIOS.
           MOVE WS-VAC-DIAS TO VM-DIAS.
           MOVE EMS-PRIMA-VAC TO VM-IMPORTE.
           MOVE WS-CURRENT-DATE TO VM-FECHA.
           IF WS-VAC-EXISTE = "S"
               IF WS-VAC-DIAS = 0
                   DELETE VACMOV RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               ELSE
                   REWRITE VM-REG
               END-IF
           ELSE
               IF WS-VAC-DIAS > 0
                   WRITE VM-REG
               END-IF
           END-IF.

       ACTUALIZA-SALDO-VAC.
           MOVE EMS-NOMI TO VA-NOMI.
           READ VACMST
               INVALID KEY
                   DISPLAY "AVISO: LA NOMINA ", EMS-NOMI, " NO TIENE ",
                           "DIAS OTORGADOS EN VACMST - CORRA VACANIV"
                   MOVE 0 TO VA-ANIOS
                   MOVE 0 TO VA-FECHA-ANIV
                   MOVE 0 TO VA-DIAS-ULT
                   MOVE 0 TO VA-OTORGADOS
                   MOVE 0 TO VA-GOZADOS
                   MOVE 0 TO VA-LIQUIDADOS
                   MOVE 0 TO VA-SALDO
                   MOVE WS-CURRENT-DATE TO VA-FECHA-ACT
                   WRITE VA-REG
           END-READ.
           COMPUTE VA-GOZADOS = VA-GOZADOS - WS-VAC-ANT + WS-VAC-DIAS.
           COMPUTE VA-SALDO = VA-OTORGADOS - VA-GOZADOS
               - VA-LIQUIDADOS.
           MOVE WS-CURRENT-DATE TO VA-FECHA-ACT.
           REWRITE VA-REG.
           IF VA-SALDO < 0
               DISPLAY "AVISO: LA NOMINA ", EMS-NOMI, " GOZA ",
                       "VACACIONES ANTICIPADAS - SALDO ", VA-SALDO
           END-IF.

      *------------------------ Add salary ------------------------
       SALARIO-DEPT.
           WRITE RANK-LINE.
           ADD 1 TO WS-RANK-LINE-COUNT.

      *---------------------- Pre-nomina preview ----------------------
      * Runs GENERA-SALARIO over the open period with the same
      * incidencias, orders, credits and withholdings as the real run,
      * but every file is opened for input only and nothing is posted:
      * no EMPSAL / EXCSAL, pay or department history, GARNDET,
      * vacation or credit ledger, GL extract, checkpoint or period
      * mark.  Each employee is set against their last EMPHIST pay and
      * only what RH must look at is listed in PRENOM-RPT: new payroll
      * numbers, numbers paid in the previous run of the same
      * frequency that this one would not pay, net variations above
      * the threshold, frequency changes, the exceptions the run would
      * raise and the incidencias nobody would consume.
       PRE-NOMINA.
           PERFORM CARGA-ULTIMO-PAGO.
           OPEN INPUT EMPLOYEES.
           IF CRED-COUNT > 0
               OPEN INPUT CREDMST
               OPEN INPUT CREDMOV
               IF WS-CREDMOV-STATUS = "35"
                   MOVE "S" TO WS-CREDMOV-FALTA
               END-IF
           END-IF.
           OPEN OUTPUT PRENOM-RPT.
           PERFORM PREVIO-ENCABEZADO.
           MOVE SPACES TO PRE-LINE.
           MOVE "EMPLEADOS CON OBSERVACIONES" TO PRE-LINE.
           WRITE PRE-LINE.
           PERFORM PREVIO-TITULOS.
           PERFORM LEE-EMPLEADO.
           PERFORM GENERA-SALARIO UNTIL EMP-EOF = 1.
           MOVE SPACES TO PRE-LINE.
           WRITE PRE-LINE.
           MOVE SPACES TO PRE-LINE.
           STRING "PAGADOS EN " WS-PER-ANTERIOR
                  " QUE NO SE PAGAN EN ESTE PERIODO"
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           PERFORM PREVIO-TITULOS.
           PERFORM PREVIO-FALTANTES VARYING H FROM 1 BY 1
               UNTIL H > HIS-COUNT.
           MOVE SPACES TO PRE-LINE.
           WRITE PRE-LINE.
           MOVE "INCIDENCIAS QUE NO SE APLICARIAN" TO PRE-LINE.
           WRITE PRE-LINE.
           MOVE SPACES TO PRE-LINE.
           STRING "NOMINA  TIPO     IMPORTE  MOTIVO"
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           PERFORM REPORTA-INCIDENCIAS-SIN-USO.
           PERFORM VERIFICA-BALANCE.
           PERFORM PREVIO-TOTALES.
           CLOSE EMPLOYEES.
           IF CRED-COUNT > 0
               CLOSE CREDMST
               IF WS-CREDMOV-FALTA = "N"
                   CLOSE CREDMOV
               END-IF
           END-IF.
           CLOSE PRENOM-RPT.
           DISPLAY "PRE-NOMINA DEL PERIODO ", WS-PERIOD,
                   " - NO SE AFECTO NINGUN ARCHIVO".
           DISPLAY "EMPLEADOS CALCULADOS: ", CONT-EMP,
                   "  EN EXCEPCION: ", CONT-EXC.
           DISPLAY "NUEVOS: ", CONT-PRE-NUEVOS,
                   "  FALTANTES: ", CONT-PRE-FALTAN,
                   "  VARIACIONES: ", CONT-PRE-VARIAC,
                   "  CAMBIO FRECUENCIA: ", CONT-PRE-FREC.

      * The last pay of each employee before the period, the
      * aguinaldo excluded.  EMPHIST is keyed by payroll number and
      * period, so the last record met for a number is its latest.
      * The previous run is the latest period of the same frequency
      * found in the history.
       CARGA-ULTIMO-PAGO.
           MOVE 0 TO HIS-COUNT.
           MOVE 0 TO WS-HIS-NOMI.
           MOVE SPACES TO WS-PER-ANTERIOR.
           MOVE 0 TO EHP-EOF.
           OPEN INPUT EMPHIST.
           IF WS-EMPHIST-STATUS NOT = "35"
               PERFORM LEE-HISTORIA
               PERFORM UNTIL EHP-EOF = 1
                   IF EH-PERIOD < WS-PERIOD
                           AND EH-PERIOD(7:2) NOT = "AG"
                       PERFORM GUARDA-ULTIMO-PAGO
                   END-IF
                   PERFORM LEE-HISTORIA
               END-PERFORM
               CLOSE EMPHIST
           END-IF.
           DISPLAY "EMPLEADOS CON PAGOS ANTERIORES: ", HIS-COUNT,
                   "  PERIODO ANTERIOR: ", WS-PER-ANTERIOR.

       LEE-HISTORIA.
           READ EMPHIST NEXT RECORD
               AT END MOVE 1 TO EHP-EOF
           END-READ.

       GUARDA-ULTIMO-PAGO.
           IF EH-NOMI NOT = WS-HIS-NOMI
               IF HIS-COUNT >= WS-HIS-MAX
                   DISPLAY "ERROR: EL HISTORICO EXCEDE EL MAXIMO DE ",
                           WS-HIS-MAX, " EMPLEADOS SOPORTADO"
                   CLOSE EMPHIST
                   STOP RUN
               END-IF
               ADD 1 TO HIS-COUNT
               MOVE EH-NOMI TO WS-HIS-NOMI
               MOVE EH-NOMI TO HP-NOMI(HIS-COUNT)
               MOVE "N" TO HP-VISTO(HIS-COUNT)
               MOVE SPACES TO HP-MOTIVO(HIS-COUNT)
           END-IF.
           MOVE EH-NOMB TO HP-NOMB(HIS-COUNT).
           MOVE EH-DEPT TO HP-DEPT(HIS-COUNT).
           MOVE EH-PERIOD TO HP-PERIODO(HIS-COUNT).
           MOVE EH-SALA TO HP-SALA(HIS-COUNT).
           MOVE EH-PERIOD TO WS-FREC-PER.
           PERFORM VERIFICA-FRECUENCIA.
           IF WS-MISMA-FREC = "S" AND EH-PERIOD > WS-PER-ANTERIOR
               MOVE EH-PERIOD TO WS-PER-ANTERIOR
           END-IF.

      * A period belongs to this run's frequency when both are
      * quincenas or both are monthly.
       VERIFICA-FRECUENCIA.
           MOVE "N" TO WS-MISMA-FREC.
           IF (WS-FREC-RUN = "Q" AND WS-FREC-PER(7:1) = "Q")
                   OR (WS-FREC-RUN = "M" AND WS-FREC-PER(7:2) = SPACES)
               MOVE "S" TO WS-MISMA-FREC
           END-IF.

       BUSCA-HISTORIA.
           MOVE 0 TO WS-HIS-IDX.
           PERFORM VARYING H FROM 1 BY 1 UNTIL H > HIS-COUNT
               IF HP-NOMI(H) = WS-BUSCA-NOMI
                   MOVE H TO WS-HIS-IDX
               END-IF
           END-PERFORM.

      * An employee the run would pay, against their last pay.
       PREVIO-COMPARA.
           MOVE EMS-NOMI TO WS-BUSCA-NOMI.
           PERFORM BUSCA-HISTORIA.
           MOVE SPACES TO WS-PRE-OBS.
           MOVE 0 TO WS-NETO-ANT.
           IF WS-HIS-IDX = 0
               MOVE "NUEVO - SIN PAGOS ANTERIORES" TO WS-PRE-OBS
               ADD 1 TO CONT-PRE-NUEVOS
           ELSE
               MOVE "S" TO HP-VISTO(WS-HIS-IDX)
               MOVE HP-SALA(WS-HIS-IDX) TO WS-NETO-ANT
               MOVE HP-PERIODO(WS-HIS-IDX) TO WS-FREC-PER
               PERFORM VERIFICA-FRECUENCIA
               IF WS-MISMA-FREC = "N"
                   STRING "CAMBIO DE FRECUENCIA - ULTIMO PAGO "
                          WS-FREC-PER
                       DELIMITED BY SIZE INTO WS-PRE-OBS
                   ADD 1 TO CONT-PRE-FREC
               ELSE
                   IF WS-FREC-PER NOT = WS-PER-ANTERIOR
                       STRING "SIN PAGO EN " WS-PER-ANTERIOR
                              " - ULTIMO PAGO " WS-FREC-PER
                           DELIMITED BY SIZE INTO WS-PRE-OBS
                       ADD 1 TO CONT-PRE-NUEVOS
                   ELSE
                       PERFORM PREVIO-VARIACION
                   END-IF
               END-IF
           END-IF.
           IF WS-PRE-OBS NOT = SPACES
               PERFORM PREVIO-RENGLON
           END-IF.

      * The threshold is a percent of the last net; a last net of
      * zero or less lists any change at all.
       PREVIO-VARIACION.
           COMPUTE WS-VARIACION = EMS-SALA - WS-NETO-ANT.
           IF WS-VARIACION < 0
               COMPUTE WS-VAR-ABS = 0 - WS-VARIACION
           ELSE
               MOVE WS-VARIACION TO WS-VAR-ABS
           END-IF.
           COMPUTE WS-VAR-LIMITE ROUNDED =
               WS-NETO-ANT * WS-UMBRAL-PCT / 100.
           IF WS-VAR-LIMITE < 0
               MOVE 0 TO WS-VAR-LIMITE
           END-IF.
           IF WS-VAR-ABS > WS-VAR-LIMITE
               STRING "VARIACION DE NETO MAYOR AL " WS-UMBRAL-PCT "%"
                   DELIMITED BY SIZE INTO WS-PRE-OBS
               ADD 1 TO CONT-PRE-VARIAC
           END-IF.

      * An employee the run would send to EXCSAL.
       PREVIO-EXCEPCION.
           MOVE EMS-NOMI TO WS-BUSCA-NOMI.
           PERFORM BUSCA-HISTORIA.
           MOVE 0 TO WS-NETO-ANT.
           IF WS-HIS-IDX NOT = 0
               MOVE "S" TO HP-VISTO(WS-HIS-IDX)
               MOVE HP-SALA(WS-HIS-IDX) TO WS-NETO-ANT
           END-IF.
           MOVE SPACES TO WS-PRE-OBS.
           STRING "EXCEPCION: " WS-EXC-MOTIVO
               DELIMITED BY SIZE INTO WS-PRE-OBS.
           ADD 1 TO CONT-PRE-EXC.
           PERFORM PREVIO-RENGLON.

      * An employee of the master this run skips keeps the reason, in
      * case they were paid in the previous run.
       PREVIO-NO-PAGABLE.
           MOVE EMP-NOMI TO WS-BUSCA-NOMI.
           PERFORM BUSCA-HISTORIA.
           IF WS-HIS-IDX NOT = 0
               IF EMP-STATUS = "I"
                   MOVE "BAJA EN EL MAESTRO" TO HP-MOTIVO(WS-HIS-IDX)
               ELSE
                   MOVE "CAMBIO DE FRECUENCIA DE PAGO"
                       TO HP-MOTIVO(WS-HIS-IDX)
               END-IF
           END-IF.

       PREVIO-FALTANTES.
           IF HP-VISTO(H) = "N" AND HP-PERIODO(H) = WS-PER-ANTERIOR
               IF HP-MOTIVO(H) = SPACES
                   MOVE "NO EXISTE EN EL MAESTRO" TO HP-MOTIVO(H)
               END-IF
               ADD 1 TO CONT-PRE-FALTAN
               MOVE SPACES TO PRE-LINE
               MOVE HP-NOMI(H) TO PRE-LINE(1:6)
               MOVE HP-NOMB(H) TO PRE-LINE(9:20)
               MOVE HP-DEPT(H) TO PRE-LINE(31:3)
               MOVE HP-SALA(H) TO WS-EDIT-NETO
               MOVE WS-EDIT-NETO TO PRE-LINE(36:10)
               MOVE HP-MOTIVO(H) TO PRE-LINE(76:30)
               WRITE PRE-LINE
           END-IF.

       PREVIO-INCIDENCIA.
           ADD 1 TO CONT-PRE-INCID.
           MOVE SPACES TO PRE-LINE.
           MOVE IN-NOMI(L) TO PRE-LINE(1:6).
           MOVE IN-TIPO(L) TO PRE-LINE(9:2).
           MOVE IN-IMPORTE(L) TO WS-EDIT-NETO.
           MOVE WS-EDIT-NETO TO PRE-LINE(15:10).
           MOVE WS-EXC-MOTIVO TO PRE-LINE(27:40).
           WRITE PRE-LINE.

       PREVIO-ENCABEZADO.
           MOVE SPACES TO PRE-LINE.
           STRING "PRE-NOMINA DEL PERIODO " WS-PERIOD
                  " - VISTA PREVIA, NO AFECTA ARCHIVOS"
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE SPACES TO PRE-LINE.
           STRING "FECHA DE CORRIDA: " WS-CURRENT-DATE
                  "     COMPARADO CONTRA: " WS-PER-ANTERIOR
                  "     UMBRAL DE VARIACION: " WS-UMBRAL-PCT "%"
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE SPACES TO PRE-LINE.
           WRITE PRE-LINE.

       PREVIO-TITULOS.
           MOVE SPACES TO PRE-LINE.
           STRING "NOMINA  NOMBRE                DEP  NETO ANT.  "
                  "NETO PREVIO     VARIACION    OBSERVACION"
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.

       PREVIO-RENGLON.
           MOVE SPACES TO PRE-LINE.
           MOVE EMS-NOMI TO PRE-LINE(1:6).
           MOVE EMS-NOMB TO PRE-LINE(9:20).
           MOVE EMS-DEPT TO PRE-LINE(31:3).
           MOVE WS-NETO-ANT TO WS-EDIT-NETO.
           MOVE WS-EDIT-NETO TO PRE-LINE(36:10).
           MOVE EMS-SALA TO WS-EDIT-NETO.
           MOVE WS-EDIT-NETO TO PRE-LINE(48:10).
           COMPUTE WS-VARIACION = EMS-SALA - WS-NETO-ANT.
           MOVE WS-VARIACION TO WS-EDIT-VAR.
           MOVE WS-EDIT-VAR TO PRE-LINE(60:13).
           MOVE WS-PRE-OBS TO PRE-LINE(76:50).
           WRITE PRE-LINE.

       PREVIO-TOTALES.
           MOVE SPACES TO PRE-LINE.
           WRITE PRE-LINE.
           MOVE CONT-EMP TO WS-EDIT-CONT.
           MOVE SPACES TO PRE-LINE.
           STRING "EMPLEADOS QUE SE PAGARIAN:      " WS-EDIT-CONT
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE TOTAL-PERC TO WS-EDIT-TOTPERC.
           MOVE SPACES TO PRE-LINE.
           STRING "PERCEPCION TOTAL:               " WS-EDIT-TOTPERC
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE TOTAL-SALA TO WS-EDIT-TOTSALA.
           MOVE SPACES TO PRE-LINE.
           STRING "SUELDO NETO TOTAL:              " WS-EDIT-TOTSALA
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE CONT-PRE-NUEVOS TO WS-EDIT-PRE.
           MOVE SPACES TO PRE-LINE.
           STRING "NOMINAS NUEVAS:                 " WS-EDIT-PRE
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE CONT-PRE-FALTAN TO WS-EDIT-PRE.
           MOVE SPACES TO PRE-LINE.
           STRING "NOMINAS FALTANTES:              " WS-EDIT-PRE
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE CONT-PRE-VARIAC TO WS-EDIT-PRE.
           MOVE SPACES TO PRE-LINE.
           STRING "VARIACIONES DE NETO:            " WS-EDIT-PRE
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE CONT-PRE-FREC TO WS-EDIT-PRE.
           MOVE SPACES TO PRE-LINE.
           STRING "CAMBIOS DE FRECUENCIA:          " WS-EDIT-PRE
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE CONT-PRE-EXC TO WS-EDIT-PRE.
           MOVE SPACES TO PRE-LINE.
           STRING "EXCEPCIONES:                    " WS-EDIT-PRE
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE CONT-PRE-INCID TO WS-EDIT-PRE.
           MOVE SPACES TO PRE-LINE.
           STRING "INCIDENCIAS SIN APLICAR:        " WS-EDIT-PRE
               DELIMITED BY SIZE INTO PRE-LINE.
           WRITE PRE-LINE.
           MOVE SPACES TO PRE-LINE.
           IF WS-BALANCE-OK = "S"
               STRING "BALANCE: CUADRADO" DELIMITED BY SIZE
                   INTO PRE-LINE
           ELSE
               STRING "BALANCE: *** FUERA DE BALANCE ***"
                   DELIMITED BY SIZE INTO PRE-LINE
           END-IF.
           WRITE PRE-LINE.

       END PROGRAM 3EMP-SAL.
