      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Cross-file integrity check of a processed period,
      *          run after SALRECYC, RETROADJ and FINIQUIT have
      *          appended to it and before PERMAINT closes it.  The
      *          period's EMPSAL (AGUISAL for the aguinaldo period)
      *          is the base every other file is proved against:
      *            - its nets summed by department equal DEPTHIST;
      *            - each employee's records, summed, equal the
      *              EMPHIST record of the period.  A RETROADJ
      *              difference rides this period's EMPSAL but
      *              corrects the affected period's history, so the
      *              RETROLOG journal entries that landed here are
      *              taken out first; for those employees the ISR,
      *              IMSS and deduction columns are not compared,
      *              since the journal does not carry their split;
      *            - each employee's payable net (records above
      *              zero, summed) has its PAYLEDG entry for the same
      *              amount;
      *            - GARNDET withheld per employee equals the
      *              EMS-PENSION of their records;
      *            - the GLEXTRACT debits per cost center equal
      *              DEPTHIST summed by cost center (not for the
      *              aguinaldo, which emits no GL extract).
      *          Each discrepancy is listed with the payroll numbers
      *          involved (for a department or cost center, those of
      *          its employees in EMPSAL), and the run's outcome is
      *          journaled to INTEGLOG: RUNCTL will not start the
      *          close step unless the period's latest check there
      *          came out clean.  Reads only - nothing is corrected.
      *          Command line: PERIODO[Q1/Q2/AG].  The period must be
      *          marked processed ("P"); EMPSAL only ever holds the
      *          last period run.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSAL ASSIGN TO DISK
               FILE STATUS IS WS-EMPSAL-STATUS.
           SELECT AGUISAL ASSIGN TO DISK
               FILE STATUS IS WS-AGUISAL-STATUS.
           SELECT PERIODCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIODO
               FILE STATUS IS WS-PERIODCTL-STATUS.
           SELECT DEPARTMENTS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPTHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.
           SELECT EMPHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EH-KEY
               FILE STATUS IS WS-EMPHIST-STATUS.
           SELECT PAYLEDG ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PL-KEY
               FILE STATUS IS WS-PAYLEDG-STATUS.
           SELECT GARNDET ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNDET-STATUS.
           SELECT GLEXTRACT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXTRACT-STATUS.
           SELECT RETROLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETROLOG-STATUS.
           SELECT INTEGLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTEGLOG-STATUS.
           SELECT INTEG-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPSAL.
           COPY EMSREC.
       FD  AGUISAL.
           COPY EMSREC REPLACING LEADING ==EMS== BY ==AGS==.
       FD  PERIODCTL.
           COPY PERREC.
       FD  DEPARTMENTS.
           COPY DEPTREC.
       FD  DEPTHIST.
       01  DH-REG.
           02 DH-KEY.
               03 DH-DEPT-CODE PIC X(03).
               03 DH-PERIOD PIC X(08).
           02 DH-DEPT-NAME PIC X(20).
           02 DH-TOTAL PIC S9(07)V99.
       FD  EMPHIST.
           COPY EMPHREC.
       FD  PAYLEDG.
           COPY PAYLREC.
       FD  GARNDET.
           COPY GARNDREC.
       FD  GLEXTRACT.
       01  GL-REG.
           02 GL-CC PIC X(06).
           02 GL-DEBIT PIC 9(09)V99.
           02 GL-PERIOD PIC X(08).
       FD  RETROLOG.
           COPY RETLREC.
       FD  INTEGLOG.
           COPY INTGREC.
       FD  INTEG-RPT.
       01  RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EMPSAL-STATUS PIC X(02).
       77  WS-AGUISAL-STATUS PIC X(02).
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  WS-DEPTHIST-STATUS PIC X(02).
       77  WS-EMPHIST-STATUS PIC X(02).
       77  WS-PAYLEDG-STATUS PIC X(02).
       77  WS-GARNDET-STATUS PIC X(02).
       77  WS-GLEXTRACT-STATUS PIC X(02).
       77  WS-RETROLOG-STATUS PIC X(02).
       77  WS-INTEGLOG-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-TIME PIC X(08).
       77  WS-PARM PIC X(10) VALUE SPACES.
       77  WS-PERIOD PIC X(08) VALUE SPACES.
       77  WS-ARCH-PAGOS PIC X(08) VALUE SPACES.
       77  EMS-EOF PIC 9 VALUE 0.
       77  DEPT-EOF PIC 9 VALUE 0.
       77  DH-EOF PIC 9 VALUE 0.
       77  EH-EOF PIC 9 VALUE 0.
       77  PL-EOF PIC 9 VALUE 0.
       77  GD-EOF PIC 9 VALUE 0.
       77  GL-EOF PIC 9 VALUE 0.
       77  RL-EOF PIC 9 VALUE 0.
       77  I PIC 9(3).
       77  J PIC 9(3).
       77  E PIC 9(5).
       77  DEPT-COUNT PIC 9(3) VALUE 0.
       77  WS-DEPT-MAX PIC 9(3) VALUE 60.
       77  CC-COUNT PIC 9(3) VALUE 0.
       77  EE-COUNT PIC 9(05) VALUE 0.
       77  WS-EE-MAX PIC 9(05) VALUE 5000.
       77  WS-EE-IDX PIC 9(05) VALUE 0.
       77  WS-DEPT-IDX PIC 9(3) VALUE 0.
       77  WS-CC-IDX PIC 9(3) VALUE 0.
       77  WS-BUSCA-NOMI PIC 9(06) VALUE 0.
       77  WS-BUSCA-DEPT PIC X(03) VALUE SPACES.
       77  WS-BUSCA-CC PIC X(06) VALUE SPACES.
       77  WS-COL PIC 9(3) VALUE 0.
       77  WS-LISTADOS PIC 9(05) VALUE 0.
       77  WS-GL-OTRO PIC X(08) VALUE SPACES.
       77  WS-TITULO PIC X(60) VALUE SPACES.
       77  WS-CC-MAX PIC 9(3) VALUE 120.
       77  WS-DIF-PERC PIC S9(07)V99 VALUE 0.
       77  CONT-EMPSAL PIC 9(06) VALUE 0.
       77  CONT-RETRO PIC 9(05) VALUE 0.
       77  CONT-DIF PIC 9(06) VALUE 0.
       77  CONT-SECCION PIC 9(06) VALUE 0.
       77  TOTAL-EMPSAL PIC S9(11)V99 VALUE 0.
       77  WS-EDIT-A PIC Z,ZZZ,ZZZ,ZZ9.99-.
       77  WS-EDIT-B PIC Z,ZZZ,ZZZ,ZZ9.99-.
       77  WS-EDIT-D PIC Z,ZZZ,ZZZ,ZZ9.99-.
       77  WS-EDIT-CONT PIC ZZZ,ZZ9.
      * One discrepancy as it is printed: the check, the department,
      * cost center or payroll number it is about, the concept and
      * the EMPSAL-side figure against the other file's.
       01  DF-DATOS.
           02 DF-CHEQUEO PIC X(10).
           02 DF-CLAVE PIC X(06).
           02 DF-CONCEPTO PIC X(12).
           02 DF-VALOR-A PIC S9(11)V99.
           02 DF-VALOR-B PIC S9(11)V99.
           02 DF-OBS PIC X(43).
      * One row per DEPARTMENTS code plus any code EMPSAL or
      * DEPTHIST carries that the catalog does not know.
       01  DEPT-TAB.
           02 DEPT-ROW OCCURS 1 TO 60 TIMES
                  DEPENDING ON DEPT-COUNT.
               03 DT-CODE PIC X(03).
               03 DT-NAME PIC X(20).
               03 DT-CC PIC X(06).
               03 DT-REGS PIC 9(05).
               03 DT-EMS PIC S9(09)V99.
               03 DT-HIST PIC S9(09)V99.
               03 DT-HIST-VISTO PIC X(01).
       01  CC-TAB.
           02 CC-ROW OCCURS 1 TO 120 TIMES
                  DEPENDING ON CC-COUNT.
               03 CT-CC PIC X(06).
               03 CT-GL PIC S9(11)V99.
               03 CT-HIST PIC S9(11)V99.
      * The period's EMPSAL summed per employee, with what the other
      * files showed for them.
       01  EE-TAB.
           02 EE-ROW OCCURS 1 TO 5000 TIMES
                  DEPENDING ON EE-COUNT.
               03 IE-NOMI PIC 9(06).
               03 IE-DEPT PIC X(03).
               03 IE-REGS PIC 9(03).
               03 IE-PAGOS PIC 9(03).
               03 IE-PERC PIC S9(07)V99.
               03 IE-DEDU PIC S9(07).
               03 IE-ISR PIC S9(07).
               03 IE-IMSS PIC S9(07).
               03 IE-OTRAS PIC S9(07).
               03 IE-SALA PIC S9(07)V99.
               03 IE-PAGABLE PIC 9(09)V99.
               03 IE-PENSION PIC 9(07)V99.
               03 IE-GARN PIC 9(07)V99.
               03 IE-RETRO PIC X(01).
               03 IE-HIST PIC X(01).
               03 IE-LEDG PIC X(01).
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:6) NOT NUMERIC
               DISPLAY "USO: INTEGCHK PERIODO[Q1/Q2/AG]"
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-PERIOD.
           MOVE WS-PARM(1:6) TO WS-PERIOD(1:6).
           IF WS-PARM(7:2) = "Q1" OR WS-PARM(7:2) = "Q2"
                   OR WS-PARM(7:2) = "AG"
               MOVE WS-PARM(7:2) TO WS-PERIOD(7:2)
           END-IF.
           PERFORM VALIDA-PERIODO.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-PAGOS.
           OPEN OUTPUT INTEG-RPT.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM VERIFICA-DEPTHIST.
           PERFORM VERIFICA-EMPHIST.
           PERFORM VERIFICA-PAYLEDG.
           PERFORM VERIFICA-GARNDET.
           PERFORM VERIFICA-GLEXTRACT.
           PERFORM IMPRIME-RESULTADO.
           CLOSE INTEG-RPT.
           PERFORM GRABA-INTEGLOG.
           MOVE TOTAL-EMPSAL TO WS-EDIT-A.
           DISPLAY "REGISTROS DE ", WS-ARCH-PAGOS, " LEIDOS: ",
                   CONT-EMPSAL.
           DISPLAY "NETO TOTAL DEL PERIODO: ", WS-EDIT-A.
           IF CONT-DIF = 0
               DISPLAY "PERIODO ", WS-PERIOD, " INTEGRO - SIN ",
                       "DIFERENCIAS ENTRE ARCHIVOS"
           ELSE
               DISPLAY "AVISO: PERIODO ", WS-PERIOD, " CON ",
                       CONT-DIF, " DIFERENCIAS - VER EL REPORTE ",
                       "Y NO CERRAR HASTA CONCILIAR"
           END-IF.
           STOP RUN.

      *-------------------- Period control validation --------------------
      * EMPSAL carries no period of its own; it is the period's only
      * while that period is the processed one not yet closed, the
      * same rule BANKDISP disperses under.
       VALIDA-PERIODO.
           OPEN INPUT PERIODCTL.
           IF WS-PERIODCTL-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL CONTROL DE PERIODOS"
               STOP RUN
           END-IF.
           MOVE WS-PERIOD TO PC-PERIODO.
           READ PERIODCTL
               INVALID KEY
                   DISPLAY "ERROR: EL PERIODO ", WS-PERIOD,
                           " NO ESTA REGISTRADO EN PERMAINT"
                   CLOSE PERIODCTL
                   STOP RUN
           END-READ.
           CLOSE PERIODCTL.
           IF PC-STATUS NOT = "P"
               DISPLAY "ERROR: EL PERIODO ", WS-PERIOD,
                       " NO ESTA MARCADO PROCESADO (STATUS ",
                       PC-STATUS, ") - NO SE VERIFICA"
               STOP RUN
           END-IF.

      *------------------------ Load catalogs ------------------------
       CARGA-DEPARTAMENTOS.
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
               MOVE DEPT-REG-CODE TO DT-CODE(DEPT-COUNT)
               MOVE DEPT-REG-NAME TO DT-NAME(DEPT-COUNT)
               MOVE DEPT-REG-CC TO DT-CC(DEPT-COUNT)
               MOVE 0 TO DT-REGS(DEPT-COUNT)
               MOVE 0 TO DT-EMS(DEPT-COUNT)
               MOVE 0 TO DT-HIST(DEPT-COUNT)
               MOVE "N" TO DT-HIST-VISTO(DEPT-COUNT)
               PERFORM LEE-DEPARTAMENTO
           END-PERFORM.
           CLOSE DEPARTMENTS.

       LEE-DEPARTAMENTO.
           READ DEPARTMENTS AT END MOVE 1 TO DEPT-EOF.

      * A code the catalog does not know gets its own row so its
      * money is still proved; it has no cost center.
       BUSCA-DEPARTAMENTO.
           MOVE 0 TO WS-DEPT-IDX.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > DEPT-COUNT
               IF DT-CODE(J) = WS-BUSCA-DEPT
                   MOVE J TO WS-DEPT-IDX
               END-IF
           END-PERFORM.
           IF WS-DEPT-IDX = 0
               IF DEPT-COUNT >= WS-DEPT-MAX
                   DISPLAY "ERROR: MAS DE ", WS-DEPT-MAX,
                           " DEPARTAMENTOS ENTRE CATALOGO E HISTORIA"
                   STOP RUN
               END-IF
               ADD 1 TO DEPT-COUNT
               MOVE DEPT-COUNT TO WS-DEPT-IDX
               MOVE WS-BUSCA-DEPT TO DT-CODE(DEPT-COUNT)
               MOVE "NO EXISTE EN CATALOGO" TO DT-NAME(DEPT-COUNT)
               MOVE SPACES TO DT-CC(DEPT-COUNT)
               MOVE 0 TO DT-REGS(DEPT-COUNT)
               MOVE 0 TO DT-EMS(DEPT-COUNT)
               MOVE 0 TO DT-HIST(DEPT-COUNT)
               MOVE "N" TO DT-HIST-VISTO(DEPT-COUNT)
           END-IF.

      *------------------- The period's pay records -------------------
      * The aguinaldo file shares the EMPSAL layout and is read into
      * the same record, as BANKDISP does.
       CARGA-PAGOS.
           IF WS-PERIOD(7:2) = "AG"
               MOVE "AGUISAL" TO WS-ARCH-PAGOS
               OPEN INPUT AGUISAL
               IF WS-AGUISAL-STATUS = "35"
                   DISPLAY "ERROR: NO SE ENCUENTRA EL ARCHIVO AGUISAL"
                   STOP RUN
               END-IF
           ELSE
               MOVE "EMPSAL" TO WS-ARCH-PAGOS
               OPEN INPUT EMPSAL
               IF WS-EMPSAL-STATUS = "35"
                   DISPLAY "ERROR: NO SE ENCUENTRA EL ARCHIVO EMPSAL"
                   STOP RUN
               END-IF
           END-IF.
           MOVE 0 TO EE-COUNT.
           MOVE 0 TO EMS-EOF.
           PERFORM LEE-EMPSAL.
           PERFORM ACUMULA-PAGO UNTIL EMS-EOF = 1.
           IF WS-PERIOD(7:2) = "AG"
               CLOSE AGUISAL
           ELSE
               CLOSE EMPSAL
           END-IF.

       LEE-EMPSAL.
           IF WS-PERIOD(7:2) = "AG"
               READ AGUISAL INTO EMS-REG
                   AT END MOVE 1 TO EMS-EOF
               END-READ
           ELSE
               READ EMPSAL AT END MOVE 1 TO EMS-EOF
           END-IF.

       ACUMULA-PAGO.
           ADD 1 TO CONT-EMPSAL.
           ADD EMS-SALA TO TOTAL-EMPSAL.
           MOVE EMS-DEPT(1:3) TO WS-BUSCA-DEPT.
           PERFORM BUSCA-DEPARTAMENTO.
           ADD 1 TO DT-REGS(WS-DEPT-IDX).
           ADD EMS-SALA TO DT-EMS(WS-DEPT-IDX).
           MOVE EMS-NOMI TO WS-BUSCA-NOMI.
           PERFORM BUSCA-EMPLEADO.
           IF WS-EE-IDX = 0
               IF EE-COUNT >= WS-EE-MAX
                   DISPLAY "ERROR: ", WS-ARCH-PAGOS, " EXCEDE EL ",
                           "MAXIMO DE ", WS-EE-MAX,
                           " EMPLEADOS SOPORTADO"
                   STOP RUN
               END-IF
               ADD 1 TO EE-COUNT
               MOVE EE-COUNT TO WS-EE-IDX
               MOVE EE-COUNT TO E
               MOVE EMS-NOMI TO IE-NOMI(E)
               MOVE EMS-DEPT(1:3) TO IE-DEPT(E)
               MOVE 0 TO IE-REGS(E)
               MOVE 0 TO IE-PAGOS(E)
               MOVE 0 TO IE-PERC(E)
               MOVE 0 TO IE-DEDU(E)
               MOVE 0 TO IE-ISR(E)
               MOVE 0 TO IE-IMSS(E)
               MOVE 0 TO IE-OTRAS(E)
               MOVE 0 TO IE-SALA(E)
               MOVE 0 TO IE-PAGABLE(E)
               MOVE 0 TO IE-PENSION(E)
               MOVE 0 TO IE-GARN(E)
               MOVE "N" TO IE-RETRO(E)
               MOVE "N" TO IE-HIST(E)
               MOVE "N" TO IE-LEDG(E)
           END-IF.
           MOVE WS-EE-IDX TO E.
           ADD 1 TO IE-REGS(E).
           ADD EMS-PERC TO IE-PERC(E).
           ADD EMS-DEDU TO IE-DEDU(E).
           ADD EMS-ISR TO IE-ISR(E).
           ADD EMS-IMSS TO IE-IMSS(E).
           ADD EMS-OTRAS-DEDU TO IE-OTRAS(E).
           ADD EMS-SALA TO IE-SALA(E).
           ADD EMS-PENSION TO IE-PENSION(E).
      *    BANKDISP pays every record above zero; the ledger holds
      *    the employee's total for the period.
           IF EMS-SALA > 0
               ADD 1 TO IE-PAGOS(E)
               ADD EMS-SALA TO IE-PAGABLE(E)
           END-IF.
           PERFORM LEE-EMPSAL.

       BUSCA-EMPLEADO.
           MOVE 0 TO WS-EE-IDX.
           PERFORM VARYING E FROM 1 BY 1
                   UNTIL E > EE-COUNT OR WS-EE-IDX > 0
               IF IE-NOMI(E) = WS-BUSCA-NOMI
                   MOVE E TO WS-EE-IDX
               END-IF
           END-PERFORM.

      *---------------------- EMPSAL vs DEPTHIST ----------------------
       VERIFICA-DEPTHIST.
           MOVE "EMPSAL CONTRA DEPTHIST (NETO POR DEPARTAMENTO)"
               TO WS-TITULO.
           PERFORM IMPRIME-SECCION.
           MOVE 0 TO DH-EOF.
           OPEN INPUT DEPTHIST.
           IF WS-DEPTHIST-STATUS = "35"
               MOVE 1 TO DH-EOF
           ELSE
               PERFORM LEE-DEPTHIST
           END-IF.
           PERFORM UNTIL DH-EOF = 1
               IF DH-PERIOD = WS-PERIOD
                   MOVE DH-DEPT-CODE TO WS-BUSCA-DEPT
                   PERFORM BUSCA-DEPARTAMENTO
                   ADD DH-TOTAL TO DT-HIST(WS-DEPT-IDX)
                   MOVE "S" TO DT-HIST-VISTO(WS-DEPT-IDX)
               END-IF
               PERFORM LEE-DEPTHIST
           END-PERFORM.
           IF WS-DEPTHIST-STATUS NOT = "35"
               CLOSE DEPTHIST
           END-IF.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
               IF DT-EMS(I) NOT = DT-HIST(I)
                       OR (DT-REGS(I) > 0 AND DT-HIST-VISTO(I) = "N")
                   MOVE "DEPTHIST" TO DF-CHEQUEO
                   MOVE DT-CODE(I) TO DF-CLAVE
                   MOVE "NETO DEPTO" TO DF-CONCEPTO
                   MOVE DT-EMS(I) TO DF-VALOR-A
                   MOVE DT-HIST(I) TO DF-VALOR-B
                   EVALUATE TRUE
                       WHEN DT-HIST-VISTO(I) = "N"
                           MOVE "SIN REGISTRO EN DEPTHIST" TO DF-OBS
                       WHEN DT-REGS(I) = 0
                           MOVE "SIN NOMINAS EN EL ARCHIVO DE PAGOS"
                               TO DF-OBS
                       WHEN OTHER
                           MOVE DT-NAME(I) TO DF-OBS
                   END-EVALUATE
                   PERFORM IMPRIME-DIFERENCIA
                   MOVE DT-CODE(I) TO WS-BUSCA-DEPT
                   PERFORM IMPRIME-NOMINAS-DEPTO
               END-IF
           END-PERFORM.
           PERFORM IMPRIME-FIN-SECCION.

       LEE-DEPTHIST.
           READ DEPTHIST NEXT RECORD
               AT END MOVE 1 TO DH-EOF
           END-READ.

      *---------------------- EMPSAL vs EMPHIST ----------------------
       VERIFICA-EMPHIST.
           MOVE "EMPSAL CONTRA EMPHIST (CIFRAS POR EMPLEADO)"
               TO WS-TITULO.
           PERFORM IMPRIME-SECCION.
           PERFORM CARGA-RETROACTIVOS.
           MOVE 0 TO EH-EOF.
           OPEN INPUT EMPHIST.
           IF WS-EMPHIST-STATUS = "35"
               MOVE 1 TO EH-EOF
           ELSE
               PERFORM LEE-EMPHIST
           END-IF.
           PERFORM UNTIL EH-EOF = 1
               IF EH-PERIOD = WS-PERIOD
                   PERFORM COMPARA-EMPHIST
               END-IF
               PERFORM LEE-EMPHIST
           END-PERFORM.
           IF WS-EMPHIST-STATUS NOT = "35"
               CLOSE EMPHIST
           END-IF.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EE-COUNT
               IF IE-HIST(E) = "N"
                   MOVE "EMPHIST" TO DF-CHEQUEO
                   MOVE IE-NOMI(E) TO DF-CLAVE
                   MOVE "NETO" TO DF-CONCEPTO
                   MOVE IE-SALA(E) TO DF-VALOR-A
                   MOVE 0 TO DF-VALOR-B
                   MOVE "SIN REGISTRO EN EMPHIST" TO DF-OBS
                   PERFORM IMPRIME-DIFERENCIA
               END-IF
           END-PERFORM.
           PERFORM IMPRIME-FIN-SECCION.

       LEE-EMPHIST.
           READ EMPHIST NEXT RECORD
               AT END MOVE 1 TO EH-EOF
           END-READ.

      * RETROADJ's difference record sits in this period's EMPSAL
      * while its figures went to the affected period's history, so
      * the journaled differences are taken back out of the sums.
       CARGA-RETROACTIVOS.
           MOVE 0 TO RL-EOF.
           OPEN INPUT RETROLOG.
           IF WS-RETROLOG-STATUS = "35"
               MOVE 1 TO RL-EOF
           ELSE
               PERFORM LEE-RETROLOG
           END-IF.
           PERFORM UNTIL RL-EOF = 1
               IF RL-PERIODO-DES = WS-PERIOD
                   PERFORM DESCUENTA-RETROACTIVO
               END-IF
               PERFORM LEE-RETROLOG
           END-PERFORM.
           IF WS-RETROLOG-STATUS NOT = "35"
               CLOSE RETROLOG
           END-IF.

       LEE-RETROLOG.
           READ RETROLOG AT END MOVE 1 TO RL-EOF.

       DESCUENTA-RETROACTIVO.
           ADD 1 TO CONT-RETRO.
           MOVE RL-NOMI TO WS-BUSCA-NOMI.
           PERFORM BUSCA-EMPLEADO.
           COMPUTE WS-DIF-PERC = RL-PERC-NVA - RL-PERC-ANT.
           IF WS-EE-IDX = 0
               MOVE "EMPHIST" TO DF-CHEQUEO
               MOVE RL-NOMI TO DF-CLAVE
               MOVE "AJUSTE RETRO" TO DF-CONCEPTO
               MOVE 0 TO DF-VALOR-A
               MOVE RL-DIF-NETA TO DF-VALOR-B
               MOVE SPACES TO DF-OBS
               STRING "RETROLOG " RL-PERIODO-AFE
                      " SIN SU REGISTRO EN EMPSAL"
                   DELIMITED BY SIZE INTO DF-OBS
               PERFORM IMPRIME-DIFERENCIA
           ELSE
               MOVE WS-EE-IDX TO E
               SUBTRACT WS-DIF-PERC FROM IE-PERC(E)
               SUBTRACT RL-DIF-NETA FROM IE-SALA(E)
               MOVE "S" TO IE-RETRO(E)
           END-IF.

       COMPARA-EMPHIST.
           MOVE EH-NOMI TO WS-BUSCA-NOMI.
           PERFORM BUSCA-EMPLEADO.
           MOVE "EMPHIST" TO DF-CHEQUEO.
           MOVE EH-NOMI TO DF-CLAVE.
           IF WS-EE-IDX = 0
               MOVE "NETO" TO DF-CONCEPTO
               MOVE 0 TO DF-VALOR-A
               MOVE EH-SALA TO DF-VALOR-B
               MOVE "EN EMPHIST SIN REGISTRO EN EL ARCHIVO DE PAGOS"
                   TO DF-OBS
               PERFORM IMPRIME-DIFERENCIA
           ELSE
               MOVE WS-EE-IDX TO E
               MOVE "S" TO IE-HIST(E)
               MOVE SPACES TO DF-OBS
               IF IE-RETRO(E) = "S"
                   MOVE "NETOS SIN LOS AJUSTES RETROACTIVOS"
                       TO DF-OBS
               END-IF
               IF IE-PERC(E) NOT = EH-PERC
                   MOVE "PERCEPCION" TO DF-CONCEPTO
                   MOVE IE-PERC(E) TO DF-VALOR-A
                   MOVE EH-PERC TO DF-VALOR-B
                   PERFORM IMPRIME-DIFERENCIA
               END-IF
               IF IE-SALA(E) NOT = EH-SALA
                   MOVE "NETO" TO DF-CONCEPTO
                   MOVE IE-SALA(E) TO DF-VALOR-A
                   MOVE EH-SALA TO DF-VALOR-B
                   PERFORM IMPRIME-DIFERENCIA
               END-IF
               IF IE-OTRAS(E) NOT = EH-OTRAS-DEDU
                   MOVE "OTRAS DEDUC." TO DF-CONCEPTO
                   MOVE IE-OTRAS(E) TO DF-VALOR-A
                   MOVE EH-OTRAS-DEDU TO DF-VALOR-B
                   PERFORM IMPRIME-DIFERENCIA
               END-IF
               IF IE-PENSION(E) NOT = EH-PENSION
                   MOVE "PENSION" TO DF-CONCEPTO
                   MOVE IE-PENSION(E) TO DF-VALOR-A
                   MOVE EH-PENSION TO DF-VALOR-B
                   PERFORM IMPRIME-DIFERENCIA
               END-IF
               IF IE-RETRO(E) = "N"
                   PERFORM COMPARA-RETENCIONES
               END-IF
           END-IF.

       COMPARA-RETENCIONES.
           IF IE-DEDU(E) NOT = EH-DEDU
               MOVE "DEDUCCIONES" TO DF-CONCEPTO
               MOVE IE-DEDU(E) TO DF-VALOR-A
               MOVE EH-DEDU TO DF-VALOR-B
               PERFORM IMPRIME-DIFERENCIA
           END-IF.
           IF IE-ISR(E) NOT = EH-ISR
               MOVE "ISR" TO DF-CONCEPTO
               MOVE IE-ISR(E) TO DF-VALOR-A
               MOVE EH-ISR TO DF-VALOR-B
               PERFORM IMPRIME-DIFERENCIA
           END-IF.
           IF IE-IMSS(E) NOT = EH-IMSS
               MOVE "IMSS" TO DF-CONCEPTO
               MOVE IE-IMSS(E) TO DF-VALOR-A
               MOVE EH-IMSS TO DF-VALOR-B
               PERFORM IMPRIME-DIFERENCIA
           END-IF.

      *---------------------- EMPSAL vs PAYLEDG ----------------------
       VERIFICA-PAYLEDG.
           MOVE "EMPSAL CONTRA PAYLEDG (NETO PAGABLE POR EMPLEADO)"
               TO WS-TITULO.
           PERFORM IMPRIME-SECCION.
           MOVE 0 TO PL-EOF.
           OPEN INPUT PAYLEDG.
           IF WS-PAYLEDG-STATUS = "35"
               MOVE 1 TO PL-EOF
           ELSE
               PERFORM LEE-LEDGER
           END-IF.
           PERFORM UNTIL PL-EOF = 1
               IF PL-PERIODO = WS-PERIOD
                   PERFORM COMPARA-LEDGER
               END-IF
               PERFORM LEE-LEDGER
           END-PERFORM.
           IF WS-PAYLEDG-STATUS NOT = "35"
               CLOSE PAYLEDG
           END-IF.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EE-COUNT
               IF IE-PAGABLE(E) > 0 AND IE-LEDG(E) = "N"
                   MOVE "PAYLEDG" TO DF-CHEQUEO
                   MOVE IE-NOMI(E) TO DF-CLAVE
                   MOVE "NETO PAGABLE" TO DF-CONCEPTO
                   MOVE IE-PAGABLE(E) TO DF-VALOR-A
                   MOVE 0 TO DF-VALOR-B
                   MOVE "SIN ENTRADA EN PAYLEDG - NO DISPERSADO"
                       TO DF-OBS
                   PERFORM IMPRIME-DIFERENCIA
               END-IF
           END-PERFORM.
           PERFORM IMPRIME-FIN-SECCION.

       LEE-LEDGER.
           READ PAYLEDG NEXT RECORD
               AT END MOVE 1 TO PL-EOF
           END-READ.

       COMPARA-LEDGER.
           MOVE PL-NOMI TO WS-BUSCA-NOMI.
           PERFORM BUSCA-EMPLEADO.
           MOVE "PAYLEDG" TO DF-CHEQUEO.
           MOVE PL-NOMI TO DF-CLAVE.
           MOVE "NETO PAGABLE" TO DF-CONCEPTO.
           MOVE PL-IMPORTE TO DF-VALOR-B.
           IF WS-EE-IDX = 0
               MOVE 0 TO DF-VALOR-A
               MOVE "EN PAYLEDG SIN REGISTRO EN EL ARCHIVO DE PAGOS"
                   TO DF-OBS
               PERFORM IMPRIME-DIFERENCIA
           ELSE
               MOVE WS-EE-IDX TO E
               MOVE "S" TO IE-LEDG(E)
               IF PL-IMPORTE NOT = IE-PAGABLE(E)
                   MOVE IE-PAGABLE(E) TO DF-VALOR-A
                   MOVE SPACES TO DF-OBS
                   IF IE-PAGOS(E) > 1
                       STRING IE-PAGOS(E) " PAGOS EN EL ARCHIVO - "
                              "LEDGER STATUS " PL-STATUS
                           DELIMITED BY SIZE INTO DF-OBS
                   ELSE
                       STRING "LEDGER STATUS " PL-STATUS
                           DELIMITED BY SIZE INTO DF-OBS
                   END-IF
                   PERFORM IMPRIME-DIFERENCIA
               END-IF
           END-IF.

      *---------------------- GARNDET vs EMS-PENSION ----------------------
       VERIFICA-GARNDET.
           MOVE "GARNDET CONTRA EMS-PENSION (RETENIDO POR EMPLEADO)"
               TO WS-TITULO.
           PERFORM IMPRIME-SECCION.
           MOVE 0 TO GD-EOF.
           OPEN INPUT GARNDET.
           IF WS-GARNDET-STATUS = "35"
               MOVE 1 TO GD-EOF
           ELSE
               PERFORM LEE-GARNDET
           END-IF.
           PERFORM UNTIL GD-EOF = 1
               IF GD-PERIODO = WS-PERIOD
                   PERFORM ACUMULA-RETENCION
               END-IF
               PERFORM LEE-GARNDET
           END-PERFORM.
           IF WS-GARNDET-STATUS NOT = "35"
               CLOSE GARNDET
           END-IF.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EE-COUNT
               IF IE-GARN(E) NOT = IE-PENSION(E)
                   MOVE "GARNDET" TO DF-CHEQUEO
                   MOVE IE-NOMI(E) TO DF-CLAVE
                   MOVE "PENSION" TO DF-CONCEPTO
                   MOVE IE-PENSION(E) TO DF-VALOR-A
                   MOVE IE-GARN(E) TO DF-VALOR-B
                   MOVE SPACES TO DF-OBS
                   PERFORM IMPRIME-DIFERENCIA
               END-IF
           END-PERFORM.
           PERFORM IMPRIME-FIN-SECCION.

       LEE-GARNDET.
           READ GARNDET AT END MOVE 1 TO GD-EOF.

       ACUMULA-RETENCION.
           MOVE GD-NOMI TO WS-BUSCA-NOMI.
           PERFORM BUSCA-EMPLEADO.
           IF WS-EE-IDX = 0
               MOVE "GARNDET" TO DF-CHEQUEO
               MOVE GD-NOMI TO DF-CLAVE
               MOVE "PENSION" TO DF-CONCEPTO
               MOVE 0 TO DF-VALOR-A
               MOVE GD-IMPORTE TO DF-VALOR-B
               MOVE SPACES TO DF-OBS
               STRING "ORDEN " GD-ORDEN
                      " SIN REGISTRO EN EL ARCHIVO DE PAGOS"
                   DELIMITED BY SIZE INTO DF-OBS
               PERFORM IMPRIME-DIFERENCIA
           ELSE
               MOVE WS-EE-IDX TO E
               ADD GD-IMPORTE TO IE-GARN(E)
           END-IF.

      *--------------------- GLEXTRACT vs DEPTHIST ---------------------
      * DEPTHIST is rolled up to the cost center of each department
      * and set against the GL debits for that cost center.
       VERIFICA-GLEXTRACT.
           MOVE "GLEXTRACT CONTRA DEPTHIST (CARGO POR CENTRO DE COSTO)"
               TO WS-TITULO.
           PERFORM IMPRIME-SECCION.
           IF WS-PERIOD(7:2) = "AG"
               MOVE SPACES TO RPT-LINE
               MOVE "NO APLICA - EL AGUINALDO NO GENERA POLIZA"
                   TO RPT-LINE(3:41)
               WRITE RPT-LINE
           ELSE
               PERFORM CARGA-CENTROS
               PERFORM CARGA-GLEXTRACT
               PERFORM COMPARA-CENTRO VARYING I FROM 1 BY 1
                   UNTIL I > CC-COUNT
           END-IF.
           PERFORM IMPRIME-FIN-SECCION.

       CARGA-CENTROS.
           MOVE 0 TO CC-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
               MOVE DT-CC(I) TO WS-BUSCA-CC
               PERFORM BUSCA-CENTRO
               ADD DT-HIST(I) TO CT-HIST(WS-CC-IDX)
           END-PERFORM.

       BUSCA-CENTRO.
           MOVE 0 TO WS-CC-IDX.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CC-COUNT
               IF CT-CC(J) = WS-BUSCA-CC
                   MOVE J TO WS-CC-IDX
               END-IF
           END-PERFORM.
           IF WS-CC-IDX = 0
               IF CC-COUNT >= WS-CC-MAX
                   DISPLAY "ERROR: MAS DE ", WS-CC-MAX,
                           " CENTROS DE COSTO ENTRE CATALOGO Y POLIZA"
                   STOP RUN
               END-IF
               ADD 1 TO CC-COUNT
               MOVE CC-COUNT TO WS-CC-IDX
               MOVE WS-BUSCA-CC TO CT-CC(CC-COUNT)
               MOVE 0 TO CT-GL(CC-COUNT)
               MOVE 0 TO CT-HIST(CC-COUNT)
           END-IF.

      * GLEXTRACT is rewritten by every 3EMP-SAL run; records of any
      * other period mean the extract no longer belongs to this one.
       CARGA-GLEXTRACT.
           MOVE 0 TO GL-EOF.
           OPEN INPUT GLEXTRACT.
           IF WS-GLEXTRACT-STATUS = "35"
               MOVE 1 TO GL-EOF
               MOVE "GLEXTRACT" TO DF-CHEQUEO
               MOVE SPACES TO DF-CLAVE
               MOVE "ARCHIVO" TO DF-CONCEPTO
               MOVE 0 TO DF-VALOR-A
               MOVE 0 TO DF-VALOR-B
               MOVE "NO EXISTE EL EXTRACTO CONTABLE" TO DF-OBS
               PERFORM IMPRIME-DIFERENCIA
           ELSE
               PERFORM LEE-GLEXTRACT
           END-IF.
           PERFORM UNTIL GL-EOF = 1
               IF GL-PERIOD = WS-PERIOD
                   MOVE GL-CC TO WS-BUSCA-CC
                   PERFORM BUSCA-CENTRO
                   ADD GL-DEBIT TO CT-GL(WS-CC-IDX)
               ELSE
                   IF GL-PERIOD NOT = WS-GL-OTRO
                       MOVE GL-PERIOD TO WS-GL-OTRO
                       MOVE "GLEXTRACT" TO DF-CHEQUEO
                       MOVE GL-CC TO DF-CLAVE
                       MOVE "PERIODO" TO DF-CONCEPTO
                       MOVE 0 TO DF-VALOR-A
                       MOVE GL-DEBIT TO DF-VALOR-B
                       MOVE SPACES TO DF-OBS
                       STRING "EXTRACTO CON CARGOS DEL PERIODO "
                              GL-PERIOD
                           DELIMITED BY SIZE INTO DF-OBS
                       PERFORM IMPRIME-DIFERENCIA
                   END-IF
               END-IF
               PERFORM LEE-GLEXTRACT
           END-PERFORM.
           IF WS-GLEXTRACT-STATUS NOT = "35"
               CLOSE GLEXTRACT
           END-IF.

       LEE-GLEXTRACT.
           READ GLEXTRACT AT END MOVE 1 TO GL-EOF.

       COMPARA-CENTRO.
           IF CT-GL(I) NOT = CT-HIST(I)
               MOVE "GLEXTRACT" TO DF-CHEQUEO
               MOVE CT-CC(I) TO DF-CLAVE
               MOVE "CARGO C.C." TO DF-CONCEPTO
               MOVE CT-HIST(I) TO DF-VALOR-A
               MOVE CT-GL(I) TO DF-VALOR-B
               IF CT-CC(I) = SPACES
                   MOVE "DEPARTAMENTOS SIN CENTRO DE COSTO" TO DF-OBS
               ELSE
                   MOVE "DEPTHIST DEL C.C. CONTRA LA POLIZA" TO DF-OBS
               END-IF
               PERFORM IMPRIME-DIFERENCIA
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > DEPT-COUNT
                   IF DT-CC(WS-DEPT-IDX) = CT-CC(I)
                           AND (DT-REGS(WS-DEPT-IDX) > 0
                           OR DT-HIST(WS-DEPT-IDX) NOT = 0)
                       MOVE DT-CODE(WS-DEPT-IDX) TO WS-BUSCA-DEPT
                       PERFORM IMPRIME-NOMINAS-DEPTO
                   END-IF
               END-PERFORM
           END-IF.

      *------------------------- Report lines -------------------------
       IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-LINE.
           STRING "VERIFICACION DE INTEGRIDAD DEL PERIODO " WS-PERIOD
                  "   FECHA " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE CONT-EMPSAL TO WS-EDIT-CONT.
           MOVE TOTAL-EMPSAL TO WS-EDIT-A.
           STRING "ARCHIVO DE PAGOS " WS-ARCH-PAGOS
                  " REGISTROS " WS-EDIT-CONT
                  "  NETO " WS-EDIT-A
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       IMPRIME-SECCION.
           MOVE 0 TO CONT-SECCION.
           MOVE SPACES TO DF-OBS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-TITULO TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "CHEQUEO" TO RPT-LINE(1:7).
           MOVE "CLAVE" TO RPT-LINE(12:5).
           MOVE "CONCEPTO" TO RPT-LINE(20:8).
           MOVE "ARCHIVO DE PAGOS" TO RPT-LINE(34:16).
           MOVE "OTRO ARCHIVO" TO RPT-LINE(56:12).
           MOVE "DIFERENCIA" TO RPT-LINE(76:10).
           MOVE "OBSERVACION" TO RPT-LINE(90:11).
           WRITE RPT-LINE.

       IMPRIME-FIN-SECCION.
           MOVE SPACES TO RPT-LINE.
           IF CONT-SECCION = 0
               MOVE "SIN DIFERENCIAS" TO RPT-LINE(3:15)
           ELSE
               MOVE CONT-SECCION TO WS-EDIT-CONT
               STRING "DIFERENCIAS EN LA SECCION: " WS-EDIT-CONT
                   DELIMITED BY SIZE INTO RPT-LINE(3:40)
           END-IF.
           WRITE RPT-LINE.

       IMPRIME-DIFERENCIA.
           ADD 1 TO CONT-DIF.
           ADD 1 TO CONT-SECCION.
           MOVE DF-VALOR-A TO WS-EDIT-A.
           MOVE DF-VALOR-B TO WS-EDIT-B.
           COMPUTE WS-EDIT-D = DF-VALOR-A - DF-VALOR-B.
           MOVE SPACES TO RPT-LINE.
           MOVE DF-CHEQUEO TO RPT-LINE(1:10).
           MOVE DF-CLAVE TO RPT-LINE(12:6).
           MOVE DF-CONCEPTO TO RPT-LINE(20:12).
           MOVE WS-EDIT-A TO RPT-LINE(33:17).
           MOVE WS-EDIT-B TO RPT-LINE(51:17).
           MOVE WS-EDIT-D TO RPT-LINE(69:17).
           MOVE DF-OBS TO RPT-LINE(90:43).
           WRITE RPT-LINE.
           MOVE SPACES TO DF-OBS.

      * The payroll numbers behind a department's figure, fifteen to
      * a line.
       IMPRIME-NOMINAS-DEPTO.
           MOVE 0 TO WS-LISTADOS.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-BUSCA-DEPT TO RPT-LINE(12:3).
           MOVE "NOMINAS:" TO RPT-LINE(20:8).
           MOVE 29 TO WS-COL.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EE-COUNT
               IF IE-DEPT(E) = WS-BUSCA-DEPT
                   IF WS-COL > 127
                       WRITE RPT-LINE
                       MOVE SPACES TO RPT-LINE
                       MOVE 29 TO WS-COL
                   END-IF
                   MOVE IE-NOMI(E) TO RPT-LINE(WS-COL:6)
                   ADD 7 TO WS-COL
                   ADD 1 TO WS-LISTADOS
               END-IF
           END-PERFORM.
           IF WS-LISTADOS = 0
               MOVE "NINGUNA EN EL ARCHIVO DE PAGOS" TO RPT-LINE(29:30)
           END-IF.
           WRITE RPT-LINE.

       IMPRIME-RESULTADO.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE CONT-RETRO TO WS-EDIT-CONT.
           STRING "AJUSTES RETROACTIVOS DESCONTADOS DE EMPHIST: "
                  WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF CONT-DIF = 0
               MOVE "RESULTADO: PERIODO INTEGRO - PUEDE CERRARSE"
                   TO RPT-LINE
           ELSE
               MOVE CONT-DIF TO WS-EDIT-CONT
               STRING "RESULTADO: " WS-EDIT-CONT
                      " DIFERENCIAS - CONCILIE Y REPITA ANTES DE "
                      "CERRAR"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

      *---------------------- Integrity journal ----------------------
       GRABA-INTEGLOG.
           OPEN EXTEND INTEGLOG.
           IF WS-INTEGLOG-STATUS = "35"
               OPEN OUTPUT INTEGLOG
           END-IF.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-PERIOD TO IG-PERIODO.
           MOVE WS-CURRENT-DATE TO IG-FECHA.
           MOVE WS-TIME(1:6) TO IG-HORA.
           MOVE CONT-EMPSAL TO IG-REGISTROS.
           MOVE CONT-DIF TO IG-DIFERENCIAS.
           IF CONT-DIF = 0
               MOVE "L" TO IG-RESULTADO
           ELSE
               MOVE "D" TO IG-RESULTADO
           END-IF.
           WRITE IG-REG.
           CLOSE INTEGLOG.

       END PROGRAM INTEGCHK.
