      * Author: Luis Angel Baez Nieto
      * Date: 02/09/26
      * Purpose: Month-end run sequencer.  The closing sequence is
      *          nine programs in a fixed order and the order lived
      *          only in the operator's memory; this program is now
      *          the gate.  Before each step the operator clears it
      *          here (INICIA) and the step is refused while its
      *          prerequisite has not completed - no dispersion
      *          before 3EMP-SAL marked the period processed, no
      *          close before the DEPTVAR check ran, and no close
      *          unless the period's latest INTEGCHK cross-file
      *          check (INTEGLOG journal) came out clean - the
      *          INTEGCHK step itself is only reported done with a
      *          clean check run after it was cleared; after the step
      *          they report it done (TERMINA) with the record count
      *          the step displayed.  Every event lands in the
      *          RUNLOG journal and CONSULTA shows where a period's
      *          operator reconciles and reports the TERMINA (or
      *          clears the journal entry), the same discipline
      *          SALRECYC applies to its recycle journal.
      *          Both INICIA and TERMINA name the operator, who must
      *          hold the run operator role in OPERMST (OPERCHK);
      *          CONSULTA is open to anyone.
      *          The sequence:
      *            01 3EMP-SAL   02 SALRECYC   03 PAYSLIP
      *            04 DEPTVAR    05 EMPCOST    06 BANKDISP
      *            07 BANKRET    08 INTEGCHK   09 PERMAINT CERRAR
      *          Command line:
      *            RUNCTL PERIODO[Q1/Q2] INICIA   PASO OPERADOR
      *            RUNCTL PERIODO[Q1/Q2] TERMINA  PASO REGISTROS
      *                                           OPERADOR
      *            RUNCTL PERIODO[Q1/Q2] CONSULTA
      * Tectonics: cobc
      ******************************************************************
           SELECT RUNLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT INTEGLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGLOG-STATUS.
           SELECT PERIODCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  RUNLOG.
           COPY RUNLREC.
       FD  INTEGLOG.
           COPY INTGREC.
       FD  PERIODCTL.
           COPY PERREC.
       WORKING-STORAGE SECTION.
       77  WS-RUNLOG-STATUS PIC X(02).
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  WS-INTEGLOG-STATUS PIC X(02).
       77  RN-EOF PIC 9 VALUE 0.
       77  IG-EOF PIC 9 VALUE 0.
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-TIME PIC X(08).
       77  WS-PARM PIC X(40) VALUE SPACES.
       77  WS-RESTO PIC X(32) VALUE SPACES.
       77  WS-PERIOD PIC X(08) VALUE SPACES.
       77  WS-ACCION PIC X(08) VALUE SPACES.
       77  WS-PASO-X PIC X(02) VALUE SPACES.
       77  WS-PASO PIC 9(02) VALUE 0.
       77  WS-EXTRA PIC X(08) VALUE SPACES.
       77  WS-EXTRA-2 PIC X(08) VALUE SPACES.
       77  WS-REGISTROS PIC 9(06) VALUE 0.
       77  WS-LEN PIC 9(02) VALUE 0.
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-PC-STATUS PIC X(01) VALUE SPACE.
       77  WS-PC-EXISTE PIC X(01) VALUE "N".
       77  WS-PASO-MAX PIC 9(02) VALUE 9.
       77  WS-PASO-INTEG PIC 9(02) VALUE 8.
       77  WS-PASO-CIERRE PIC 9(02) VALUE 9.
       77  WS-IG-EXISTE PIC X(01) VALUE "N".
       77  WS-IG-RESULTADO PIC X(01) VALUE SPACE.
       77  WS-IG-FECHA PIC 9(08) VALUE 0.
       77  WS-IG-HORA PIC 9(06) VALUE 0.
       77  WS-IG-DIFER PIC 9(06) VALUE 0.
       77  WS-MARCA-INI PIC 9(14) VALUE 0.
       77  WS-MARCA-IG PIC 9(14) VALUE 0.
       77  I PIC 9(3).
       01  PASOS-CONST.
           02 FILLER PIC X(10) VALUE "3EMP-SAL".
           02 FILLER PIC X(10) VALUE "EMPCOST".
           02 FILLER PIC X(10) VALUE "BANKDISP".
           02 FILLER PIC X(10) VALUE "BANKRET".
           02 FILLER PIC X(10) VALUE "INTEGCHK".
           02 FILLER PIC X(10) VALUE "CERRAR".
       01  PASOS-TAB REDEFINES PASOS-CONST.
           02 PASO-NOMBRE OCCURS 9 TIMES PIC X(10).
       01  ESTADO-TAB.
           02 PASO-EST OCCURS 9 TIMES PIC X(01).
       01  ULT-FECHA-TAB.
           02 PASO-FECHA OCCURS 9 TIMES PIC 9(08).
       01  ULT-HORA-TAB.
           02 PASO-HORA OCCURS 9 TIMES PIC 9(06).
       01  ULT-REGS-TAB.
           02 PASO-REGS OCCURS 9 TIMES PIC 9(06).
           COPY OPERPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           MOVE WS-PARM(1:6) TO WS-PERIOD(1:6).
           IF WS-PARM(7:2) = "Q1" OR WS-PARM(7:2) = "Q2"
               MOVE WS-PARM(7:2) TO WS-PERIOD(7:2)
               MOVE WS-PARM(10:31) TO WS-RESTO
           ELSE
               MOVE WS-PARM(8:32) TO WS-RESTO
           END-IF.
      *    The action, step and trailing operands are keyed with
      *    natural single spacing, so the remainder is split on
      *    blanks instead of fixed columns.
           MOVE SPACES TO WS-ACCION.
           MOVE SPACES TO WS-PASO-X.
           MOVE SPACES TO WS-EXTRA.
           MOVE SPACES TO WS-EXTRA-2.
           UNSTRING WS-RESTO DELIMITED BY ALL SPACES
               INTO WS-ACCION WS-PASO-X WS-EXTRA WS-EXTRA-2.
           EVALUATE TRUE
               WHEN WS-PASO-X NUMERIC
                   MOVE WS-PASO-X TO WS-PASO

       MUESTRA-USO.
           DISPLAY "USO: RUNCTL PERIODO[Q1/Q2] INICIA PASO OPERADOR".
           DISPLAY "     RUNCTL PERIODO[Q1/Q2] TERMINA PASO REGISTROS ",
                   "OPERADOR".
           DISPLAY "     RUNCTL PERIODO[Q1/Q2] CONSULTA".

      *------------------- Current state per step -------------------
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > WS-PASO-MAX
               MOVE SPACE TO PASO-EST(I)
               MOVE 0 TO PASO-FECHA(I)
               MOVE 0 TO PASO-HORA(I)
               MOVE 0 TO PASO-REGS(I)
           END-PERFORM.
           MOVE 0 TO RN-EOF.
                       AND RN-PASO >= 1 AND RN-PASO <= WS-PASO-MAX
                   MOVE RN-EVENTO TO PASO-EST(RN-PASO)
                   MOVE RN-FECHA TO PASO-FECHA(RN-PASO)
                   MOVE RN-HORA TO PASO-HORA(RN-PASO)
                   MOVE RN-REGISTROS TO PASO-REGS(RN-PASO)
               END-IF
               PERFORM LEE-RUNLOG
      *------------------------ Clear a step ------------------------
       INICIA-PASO.
           IF WS-PASO < 1 OR WS-PASO > WS-PASO-MAX
               DISPLAY "ERROR: PASO INVALIDO - USE 01 A 09"
               PERFORM MUESTRA-USO
               STOP RUN
           END-IF.
               STOP RUN
           END-IF.
           MOVE WS-EXTRA TO WS-OPERADOR.
           PERFORM VERIFICA-OPERADOR.
           IF PASO-EST(WS-PASO) = "I"
               DISPLAY "ERROR: EL PASO ", WS-PASO, " (",
                       PASO-NOMBRE(WS-PASO), ") YA INICIO EL ",
                   STOP RUN
               END-IF
           END-IF.
      *    The close re-reads the integrity journal: a check run
      *    after INTEGCHK was reported done that found differences
      *    stops the close again until a clean run follows.
           IF WS-PASO = WS-PASO-CIERRE
               PERFORM LEE-INTEGLOG
               IF WS-IG-EXISTE = "N" OR WS-IG-RESULTADO NOT = "L"
                   DISPLAY "ERROR: NO SE CIERRA - LA ULTIMA ",
                           "VERIFICACION INTEGCHK DEL PERIODO ",
                           WS-PERIOD, " NO ESTA LIMPIA"
                   PERFORM MUESTRA-INTEGRIDAD
                   STOP RUN
               END-IF
           END-IF.
           MOVE "I" TO RN-EVENTO.
           MOVE 0 TO WS-REGISTROS.
           PERFORM GRABA-RUNLOG.
      *------------------------ Close a step ------------------------
       TERMINA-PASO.
           IF WS-PASO < 1 OR WS-PASO > WS-PASO-MAX
               DISPLAY "ERROR: PASO INVALIDO - USE 01 A 09"
               PERFORM MUESTRA-USO
               STOP RUN
           END-IF.
                       "PARA EL PERIODO ", WS-PERIOD
               STOP RUN
           END-IF.
           IF WS-EXTRA-2 = SPACES
               DISPLAY "ERROR: TERMINA REQUIERE LOS REGISTROS Y EL ",
                       "OPERADOR"
               STOP RUN
           END-IF.
           MOVE WS-EXTRA-2 TO WS-OPERADOR.
           PERFORM VERIFICA-OPERADOR.
      *    INTEGCHK is done only when a clean check ran after the
      *    step was cleared; an older clean run proves nothing about
      *    what was appended since.
           IF WS-PASO = WS-PASO-INTEG
               PERFORM LEE-INTEGLOG
               COMPUTE WS-MARCA-INI = PASO-FECHA(WS-PASO) * 1000000
                   + PASO-HORA(WS-PASO)
               COMPUTE WS-MARCA-IG = WS-IG-FECHA * 1000000
                   + WS-IG-HORA
               IF WS-IG-EXISTE = "N" OR WS-IG-RESULTADO NOT = "L"
                       OR WS-MARCA-IG < WS-MARCA-INI
                   DISPLAY "ERROR: EL PASO ", WS-PASO, " (",
                           PASO-NOMBRE(WS-PASO), ") REQUIERE UNA ",
                           "VERIFICACION LIMPIA POSTERIOR A SU INICIO"
                   PERFORM MUESTRA-INTEGRIDAD
                   STOP RUN
               END-IF
           END-IF.
      *    The count is keyed left-justified after the step number,
      *    so its length is measured before the numeric move.
           MOVE 0 TO WS-REGISTROS.
           DISPLAY "PASO ", WS-PASO, " (", PASO-NOMBRE(WS-PASO),
                   ") TERMINADO CON ", WS-REGISTROS, " REGISTROS".

      *------------------- Operator authorization -------------------
      * Clearing or reporting a step needs the run operator role in
      * OPERMST; OPERCHK journals a refusal in SECLOG.
       VERIFICA-OPERADOR.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "O" TO OC-ROL.
           MOVE "RUNCTL" TO OC-PROGRAMA.
           MOVE SPACES TO OC-CAPTURO.
           MOVE SPACES TO OC-DETALLE.
           STRING WS-ACCION DELIMITED BY SPACE
               " PASO " WS-PASO " PERIODO " WS-PERIOD
               DELIMITED BY SIZE INTO OC-DETALLE.
           CALL "OPERCHK" USING OC-PARM.
           IF OC-RC NOT = 0
               DISPLAY "ERROR: OPERADOR ", WS-OPERADOR, " - ",
                       OC-MOTIVO
               STOP RUN
           END-IF.

       GRABA-RUNLOG.
           OPEN EXTEND RUNLOG.
           IF WS-RUNLOG-STATUS = "35"
           WRITE RN-REG.
           CLOSE RUNLOG.

      *-------------------- Integrity check journal --------------------
      * The latest INTEGCHK run of the period is its standing.
       LEE-INTEGLOG.
           MOVE "N" TO WS-IG-EXISTE.
           MOVE SPACE TO WS-IG-RESULTADO.
           MOVE 0 TO WS-IG-FECHA.
           MOVE 0 TO WS-IG-HORA.
           MOVE 0 TO WS-IG-DIFER.
           MOVE 0 TO IG-EOF.
           OPEN INPUT INTEGLOG.
           IF WS-INTEGLOG-STATUS = "35"
               MOVE 1 TO IG-EOF
           ELSE
               PERFORM LEE-UN-INTEGLOG
           END-IF.
           PERFORM UNTIL IG-EOF = 1
               IF IG-PERIODO = WS-PERIOD
                   MOVE "S" TO WS-IG-EXISTE
                   MOVE IG-RESULTADO TO WS-IG-RESULTADO
                   MOVE IG-FECHA TO WS-IG-FECHA
                   MOVE IG-HORA TO WS-IG-HORA
                   MOVE IG-DIFERENCIAS TO WS-IG-DIFER
               END-IF
               PERFORM LEE-UN-INTEGLOG
           END-PERFORM.
           IF WS-INTEGLOG-STATUS NOT = "35"
               CLOSE INTEGLOG
           END-IF.

       LEE-UN-INTEGLOG.
           READ INTEGLOG AT END MOVE 1 TO IG-EOF.

       MUESTRA-INTEGRIDAD.
           IF WS-IG-EXISTE = "N"
               DISPLAY "INTEGCHK: SIN VERIFICACIONES DEL PERIODO"
           ELSE
               DISPLAY "INTEGCHK: ULTIMA VERIFICACION EL ",
                       WS-IG-FECHA, " ", WS-IG-HORA, " CON ",
                       WS-IG-DIFER, " DIFERENCIAS"
           END-IF.

      *------------------- Where does the run stand -------------------
       CONSULTA-CORRIDA.
           DISPLAY "CORRIDA DE CIERRE - PERIODO ", WS-PERIOD.
           END-IF.
           PERFORM CONSULTA-PASO VARYING I FROM 1 BY 1
               UNTIL I > WS-PASO-MAX.
           PERFORM LEE-INTEGLOG.
           PERFORM MUESTRA-INTEGRIDAD.

       CONSULTA-PASO.
           EVALUATE PASO-EST(I)
