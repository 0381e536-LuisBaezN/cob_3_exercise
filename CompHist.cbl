      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Compensation history report.  Lists every salary
      *          revision in REVSAL grouped by employee, in effective
      *          date order: the period it takes effect, whether it
      *          was individual or part of a department / company
      *          increase, the increase keyed, the gross before and
      *          after with the percent change, the reason, whether
      *          it is still held, applied, applied with retro
      *          adjustments (and for how many periods) or cancelled,
      *          and who captured it.  Each employee closes with the
      *          current gross on the master.
      *          Command line: [NOMINA], every employee when omitted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPHIST.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RV-KEY
               FILE STATUS IS WS-REVSAL-STATUS.
           SELECT HIST-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  REVSAL.
           COPY REVREC.
       FD  HIST-RPT.
       01  RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-REVSAL-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(20) VALUE SPACES.
       77  WS-NOMINA PIC 9(06) VALUE 0.
       77  WS-ANT-NOMI PIC 9(06) VALUE 0.
       77  RV-EOF PIC 9 VALUE 0.
       77  WS-PCT PIC S9(05)V99 VALUE 0.
       77  CONT-EMPLEADOS PIC 9(05) VALUE 0.
       77  CONT-REVISIONES PIC 9(05) VALUE 0.
       77  CONT-PENDIENTES PIC 9(05) VALUE 0.
       77  CONT-APLICADAS PIC 9(05) VALUE 0.
       77  CONT-RETRO PIC 9(05) VALUE 0.
       77  CONT-CANCELADAS PIC 9(05) VALUE 0.
       77  WS-EDIT-IMP PIC ZZ,ZZ9.99.
       77  WS-EDIT-PCT PIC ZZZ9.99-.
       77  WS-EDIT-CONT PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM NOT = SPACES
               IF WS-PARM(1:6) NOT NUMERIC
                   DISPLAY "USO: COMPHIST [NOMINA]"
                   STOP RUN
               END-IF
               MOVE WS-PARM(1:6) TO WS-NOMINA
           END-IF.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL MAESTRO DE EMPLEADOS"
               STOP RUN
           END-IF.
           OPEN INPUT REVSAL.
           IF WS-REVSAL-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL ARCHIVO DE REVISIONES - ",
                       "CAPTURE LAS REVISIONES CON REVMAINT"
               CLOSE EMPLOYEES
               STOP RUN
           END-IF.
           OPEN OUTPUT HIST-RPT.
           PERFORM IMPRIME-ENCABEZADO.
           MOVE 0 TO WS-ANT-NOMI.
           MOVE 0 TO RV-EOF.
           PERFORM LEE-REVISION.
           PERFORM UNTIL RV-EOF = 1
               IF WS-NOMINA = 0 OR RV-NOMI = WS-NOMINA
                   IF RV-NOMI NOT = WS-ANT-NOMI
                       IF WS-ANT-NOMI NOT = 0
                           PERFORM CIERRA-EMPLEADO
                       END-IF
                       PERFORM ABRE-EMPLEADO
                   END-IF
                   PERFORM IMPRIME-REVISION
               END-IF
               PERFORM LEE-REVISION
           END-PERFORM.
           IF WS-ANT-NOMI NOT = 0
               PERFORM CIERRA-EMPLEADO
           END-IF.
           IF CONT-REVISIONES = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SIN REVISIONES SALARIALES" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           PERFORM IMPRIME-TOTALES.
           DISPLAY "EMPLEADOS: ", CONT-EMPLEADOS, "  REVISIONES: ",
                   CONT-REVISIONES, "  PENDIENTES: ", CONT-PENDIENTES.
           CLOSE EMPLOYEES.
           CLOSE REVSAL.
           CLOSE HIST-RPT.
           STOP RUN.

       LEE-REVISION.
           READ REVSAL NEXT RECORD
               AT END MOVE 1 TO RV-EOF
           END-READ.

       IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-LINE.
           STRING "HISTORIAL DE COMPENSACION - FECHA "
                  WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      *---------------------- Employee break ----------------------
      * REVSAL is keyed by payroll number first, so the sweep meets
      * each employee's revisions together and in effective date
      * order.
       ABRE-EMPLEADO.
           MOVE RV-NOMI TO WS-ANT-NOMI.
           ADD 1 TO CONT-EMPLEADOS.
           MOVE RV-NOMI TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   MOVE "NOMINA NO EXISTE" TO EMP-NOMB
                   MOVE SPACES TO EMP-DEPT
                   MOVE SPACE TO EMP-STATUS
                   MOVE SPACE TO EMP-FREC
                   MOVE 0 TO EMP-PERC
           END-READ.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EMPLEADO " RV-NOMI " " EMP-NOMB " DEPTO "
                  EMP-DEPT(1:3) "   FRECUENCIA: " EMP-FREC
                  "   STATUS: " EMP-STATUS
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "EFECTIVA  PERIODO   ORIGEN   INCREMENTO     "
                  "ANTERIOR      NUEVO    CAMBIO %  MOTIVO"
                  "                STATUS     APLICADA  RETRO "
                  "CAPTURO"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       IMPRIME-REVISION.
           ADD 1 TO CONT-REVISIONES.
           MOVE SPACES TO RPT-LINE.
           MOVE RV-FECHA-EF TO RPT-LINE(1:8).
           MOVE RV-PERIODO TO RPT-LINE(11:8).
           EVALUATE RV-ORIGEN
               WHEN "I"
                   MOVE "INDIV." TO RPT-LINE(21:6)
               WHEN "D"
                   STRING "DEP " RV-DEPT
                       DELIMITED BY SIZE INTO RPT-LINE(21:7)
               WHEN "E"
                   MOVE "EMPRESA" TO RPT-LINE(21:7)
           END-EVALUATE.
           MOVE RV-VALOR TO WS-EDIT-IMP.
           EVALUATE RV-TIPO
               WHEN "N"
                   MOVE "N" TO RPT-LINE(30:1)
                   MOVE WS-EDIT-IMP TO RPT-LINE(32:9)
               WHEN "P"
                   MOVE "P" TO RPT-LINE(30:1)
                   MOVE WS-EDIT-IMP TO RPT-LINE(32:9)
                   MOVE "%" TO RPT-LINE(41:1)
               WHEN "F"
                   MOVE "F" TO RPT-LINE(30:1)
                   MOVE WS-EDIT-IMP TO RPT-LINE(32:9)
           END-EVALUATE.
           MOVE RV-PERC-ANT TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(44:9).
           MOVE RV-PERC-NVA TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(55:9).
           MOVE 0 TO WS-PCT.
           IF RV-PERC-ANT > 0
               COMPUTE WS-PCT ROUNDED =
                   (RV-PERC-NVA - RV-PERC-ANT) * 100 / RV-PERC-ANT
                   ON SIZE ERROR MOVE 0 TO WS-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-PCT TO WS-EDIT-PCT.
           MOVE WS-EDIT-PCT TO RPT-LINE(66:8).
           MOVE RV-MOTIVO TO RPT-LINE(76:20).
           EVALUATE RV-STATUS
               WHEN "P"
                   MOVE "PENDIENTE" TO RPT-LINE(98:9)
                   ADD 1 TO CONT-PENDIENTES
               WHEN "A"
                   MOVE "APLICADA" TO RPT-LINE(98:8)
                   ADD 1 TO CONT-APLICADAS
               WHEN "R"
                   MOVE "RETRO" TO RPT-LINE(98:5)
                   ADD 1 TO CONT-RETRO
               WHEN "C"
                   MOVE "CANCELADA" TO RPT-LINE(98:9)
                   ADD 1 TO CONT-CANCELADAS
           END-EVALUATE.
           IF RV-FECHA-APL NOT = 0
               MOVE RV-FECHA-APL TO RPT-LINE(109:8)
           END-IF.
           IF RV-PER-RETRO NOT = 0
               MOVE RV-PER-RETRO TO RPT-LINE(119:2)
           END-IF.
           MOVE RV-OPERADOR TO RPT-LINE(124:8).
           WRITE RPT-LINE.

      * The last revision applied should have left its new gross on
      * the master; a later EMPMAINT correction shows up here as a
      * difference.
       CIERRA-EMPLEADO.
           MOVE SPACES TO RPT-LINE.
           MOVE "SALARIO ACTUAL EN EL MAESTRO:" TO RPT-LINE(1:29).
           MOVE EMP-PERC TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(55:9).
           WRITE RPT-LINE.

       IMPRIME-TOTALES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE CONT-EMPLEADOS TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "EMPLEADOS: " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE CONT-REVISIONES TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "REVISIONES: " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE CONT-PENDIENTES TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "  PENDIENTES:          " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE CONT-APLICADAS TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "  APLICADAS:           " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE CONT-RETRO TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "  APLICADAS CON RETRO: " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE CONT-CANCELADAS TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "  CANCELADAS:          " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       END PROGRAM COMPHIST.
