      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Vacation balance report and inquiry.  Lists every
      *          active employee by DEPARTMENTS code with the service
      *          years granted, the last anniversary, the days
      *          granted, enjoyed and settled, and the balance from
      *          VACMST, with department and company totals, so RH
      *          can see who is accumulating unused days.  A balance
      *          larger than the last year's grant is flagged
      *          "ACUMULA" (days carried over a full year), a negative
      *          one "ANTICIPO" (days enjoyed ahead of the
      *          anniversary) and an employee the ledger does not
      *          hold "SIN LIBRO".  With a payroll number the run is
      *          an inquiry instead: that employee's balance and every
      *          movement behind it from VACMOV.
      *          Command line: [DEPTO | NOMINA], all departments when
      *          omitted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VACRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS WS-EMPLOYEES-STATUS.
           SELECT VACMST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-NOMI
               FILE STATUS IS WS-VACMST-STATUS.
           SELECT VACMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS VM-KEY
               FILE STATUS IS WS-VACMOV-STATUS.
           SELECT DEPARTMENTS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VAC-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  VACMST.
           COPY VACREC.
       FD  VACMOV.
           COPY VACMREC.
       FD  DEPARTMENTS.
           COPY DEPTREC.
       FD  VAC-RPT.
       01  RPT-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-VACMST-STATUS PIC X(02).
       77  WS-VACMOV-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(10) VALUE SPACES.
       77  WS-DEPTO PIC X(03) VALUE SPACES.
       77  WS-NOMINA PIC 9(06) VALUE 0.
       77  EMP-EOF PIC 9 VALUE 0.
       77  DEPT-EOF PIC 9 VALUE 0.
       77  VM-EOF PIC 9 VALUE 0.
       77  I PIC 9(3).
       77  J PIC 9(4).
       77  DEPT-COUNT PIC 9(3) VALUE 0.
       77  WS-DEPT-MAX PIC 9(3) VALUE 50.
       77  VAC-COUNT PIC 9(4) VALUE 0.
       77  WS-VAC-MAX PIC 9(4) VALUE 2000.
       77  WS-OBS PIC X(09) VALUE SPACES.
       77  DEP-EMPLEADOS PIC 9(05) VALUE 0.
       77  DEP-SALDO PIC S9(07) VALUE 0.
       77  DEP-ACUMULA PIC 9(05) VALUE 0.
       77  TOT-EMPLEADOS PIC 9(05) VALUE 0.
       77  TOT-SALDO PIC S9(07) VALUE 0.
       77  TOT-ACUMULA PIC 9(05) VALUE 0.
       77  TOT-SIN-LIBRO PIC 9(05) VALUE 0.
       77  WS-EDIT-ANIOS PIC Z9.
       77  WS-EDIT-DIAS PIC ZZZ9.
       77  WS-EDIT-SALDO PIC ZZZ9-.
       77  WS-EDIT-TOT PIC Z,ZZZ,ZZ9-.
       77  WS-EDIT-CONT PIC ZZ,ZZ9.
       77  WS-EDIT-IMP PIC Z,ZZZ,ZZ9.99.
       01  DEPTS-NAME-TAB.
           02 DEPTS-NAMES-ROW OCCURS 1 TO 50 TIMES
                  DEPENDING ON DEPT-COUNT.
               03 DEPT-CODE PIC X(03).
               03 DEPT-NAME PIC X(20).
               03 DEPT-CC   PIC X(06).
       01  VAC-TAB.
           02 VAC-ROW OCCURS 1 TO 2000 TIMES
                  DEPENDING ON VAC-COUNT.
               03 VR-NOMI PIC 9(06).
               03 VR-NOMB PIC X(20).
               03 VR-DEPT PIC X(03).
               03 VR-LIBRO PIC X(01).
               03 VR-ANIOS PIC 9(02).
               03 VR-FECHA-ANIV PIC 9(08).
               03 VR-DIAS-ULT PIC 9(03).
               03 VR-OTORGADOS PIC 9(04).
               03 VR-GOZADOS PIC 9(04).
               03 VR-LIQUIDADOS PIC S9(04).
               03 VR-SALDO PIC S9(04).
               03 VR-IMPRESO PIC X(01).
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL MAESTRO DE EMPLEADOS"
               STOP RUN
           END-IF.
           OPEN INPUT VACMST.
           IF WS-VACMST-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL LIBRO DE VACACIONES - ",
                       "CORRA VACANIV PRIMERO"
               CLOSE EMPLOYEES
               STOP RUN
           END-IF.
           OPEN OUTPUT VAC-RPT.
           IF WS-PARM(1:6) NUMERIC AND WS-PARM(7:1) = SPACE
               MOVE WS-PARM(1:6) TO WS-NOMINA
               PERFORM CONSULTA-EMPLEADO
           ELSE
               MOVE WS-PARM(1:3) TO WS-DEPTO
               PERFORM CARGAR-NOMBRES
               PERFORM CARGA-SALDOS
               PERFORM IMPRIME-ENCABEZADO
               PERFORM IMPRIME-DEPARTAMENTO VARYING I FROM 1 BY 1
                   UNTIL I > DEPT-COUNT
               IF WS-DEPTO = SPACES
                   PERFORM IMPRIME-SIN-CATALOGO
               END-IF
               PERFORM IMPRIME-TOTALES
               DISPLAY "EMPLEADOS REPORTADOS: ", TOT-EMPLEADOS,
                       "  ACUMULANDO DIAS: ", TOT-ACUMULA,
                       "  SIN LIBRO: ", TOT-SIN-LIBRO
           END-IF.
           CLOSE EMPLOYEES.
           CLOSE VACMST.
           CLOSE VAC-RPT.
           STOP RUN.

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
               IF WS-DEPTO = SPACES OR WS-DEPTO = DEPT-REG-CODE
                   ADD 1 TO DEPT-COUNT
                   MOVE DEPT-REG-CODE TO DEPT-CODE(DEPT-COUNT)
                   MOVE DEPT-REG-NAME TO DEPT-NAME(DEPT-COUNT)
                   MOVE DEPT-REG-CC   TO DEPT-CC(DEPT-COUNT)
               END-IF
               PERFORM LEE-DEPARTAMENTO
           END-PERFORM.
           CLOSE DEPARTMENTS.
           IF DEPT-COUNT = 0
               DISPLAY "ERROR: EL DEPARTAMENTO ", WS-DEPTO,
                       " NO EXISTE EN EL CATALOGO"
               STOP RUN
           END-IF.

       LEE-DEPARTAMENTO.
           READ DEPARTMENTS AT END MOVE 1 TO DEPT-EOF.

      *---------------------- Active staff balances ----------------------
      * Every active employee is loaded with their ledger position so
      * the departments can be printed in catalog order.
       CARGA-SALDOS.
           MOVE 0 TO VAC-COUNT.
           MOVE 0 TO EMP-EOF.
           PERFORM LEE-EMPLEADO.
           PERFORM UNTIL EMP-EOF = 1
               IF EMP-STATUS NOT = "I"
                       AND (WS-DEPTO = SPACES
                            OR EMP-DEPT(1:3) = WS-DEPTO)
                   IF VAC-COUNT >= WS-VAC-MAX
                       DISPLAY "ERROR: LOS EMPLEADOS ACTIVOS EXCEDEN ",
                               "EL MAXIMO DE ", WS-VAC-MAX,
                               " SOPORTADO"
                       STOP RUN
                   END-IF
                   ADD 1 TO VAC-COUNT
                   PERFORM CARGA-RENGLON
               END-IF
               PERFORM LEE-EMPLEADO
           END-PERFORM.

       LEE-EMPLEADO.
           READ EMPLOYEES NEXT RECORD
               AT END MOVE 1 TO EMP-EOF
           END-READ.

       CARGA-RENGLON.
           MOVE EMP-NOMI TO VR-NOMI(VAC-COUNT).
           MOVE EMP-NOMB TO VR-NOMB(VAC-COUNT).
           MOVE EMP-DEPT(1:3) TO VR-DEPT(VAC-COUNT).
           MOVE "N" TO VR-IMPRESO(VAC-COUNT).
           MOVE EMP-NOMI TO VA-NOMI.
           READ VACMST
               INVALID KEY
                   MOVE "N" TO VR-LIBRO(VAC-COUNT)
                   MOVE 0 TO VR-ANIOS(VAC-COUNT)
                   MOVE 0 TO VR-FECHA-ANIV(VAC-COUNT)
                   MOVE 0 TO VR-DIAS-ULT(VAC-COUNT)
                   MOVE 0 TO VR-OTORGADOS(VAC-COUNT)
                   MOVE 0 TO VR-GOZADOS(VAC-COUNT)
                   MOVE 0 TO VR-LIQUIDADOS(VAC-COUNT)
                   MOVE 0 TO VR-SALDO(VAC-COUNT)
               NOT INVALID KEY
                   MOVE "S" TO VR-LIBRO(VAC-COUNT)
                   MOVE VA-ANIOS TO VR-ANIOS(VAC-COUNT)
                   MOVE VA-FECHA-ANIV TO VR-FECHA-ANIV(VAC-COUNT)
                   MOVE VA-DIAS-ULT TO VR-DIAS-ULT(VAC-COUNT)
                   MOVE VA-OTORGADOS TO VR-OTORGADOS(VAC-COUNT)
                   MOVE VA-GOZADOS TO VR-GOZADOS(VAC-COUNT)
                   MOVE VA-LIQUIDADOS TO VR-LIQUIDADOS(VAC-COUNT)
                   MOVE VA-SALDO TO VR-SALDO(VAC-COUNT)
           END-READ.

      *------------------------ Report lines ------------------------
       IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-LINE.
           STRING "SALDOS DE VACACIONES POR DEPARTAMENTO - FECHA "
                  WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NOMINA NOMBRE               AN ULT-ANIV OTORG GOZAD"
                  "  LIQ SALDO OBSERV"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       IMPRIME-DEPARTAMENTO.
           MOVE 0 TO DEP-EMPLEADOS.
           MOVE 0 TO DEP-SALDO.
           MOVE 0 TO DEP-ACUMULA.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "DEPARTAMENTO " DEPT-CODE(I) " - " DEPT-NAME(I)
                  "  C.C. " DEPT-CC(I)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > VAC-COUNT
               IF VR-DEPT(J) = DEPT-CODE(I)
                   PERFORM IMPRIME-RENGLON
               END-IF
           END-PERFORM.
           PERFORM IMPRIME-SUBTOTAL.

      * Employees whose department is missing from the catalog still
      * hold days; they are listed apart rather than dropped.
       IMPRIME-SIN-CATALOGO.
           MOVE 0 TO DEP-EMPLEADOS.
           MOVE 0 TO DEP-SALDO.
           MOVE 0 TO DEP-ACUMULA.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > VAC-COUNT
               IF VR-IMPRESO(J) = "N"
                   IF DEP-EMPLEADOS = 0
                       MOVE SPACES TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE "DEPARTAMENTO NO ENCONTRADO EN CATALOGO"
                           TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   PERFORM IMPRIME-RENGLON
               END-IF
           END-PERFORM.
           IF DEP-EMPLEADOS > 0
               PERFORM IMPRIME-SUBTOTAL
           END-IF.

       IMPRIME-RENGLON.
           MOVE "S" TO VR-IMPRESO(J).
           MOVE SPACES TO WS-OBS.
           EVALUATE TRUE
               WHEN VR-LIBRO(J) = "N"
                   MOVE "SIN LIBRO" TO WS-OBS
                   ADD 1 TO TOT-SIN-LIBRO
               WHEN VR-SALDO(J) < 0
                   MOVE "ANTICIPO" TO WS-OBS
               WHEN VR-SALDO(J) > VR-DIAS-ULT(J)
                   MOVE "ACUMULA" TO WS-OBS
                   ADD 1 TO DEP-ACUMULA
           END-EVALUATE.
           ADD 1 TO DEP-EMPLEADOS.
           ADD VR-SALDO(J) TO DEP-SALDO.
           MOVE SPACES TO RPT-LINE.
           MOVE VR-NOMI(J) TO RPT-LINE(1:6).
           MOVE VR-NOMB(J) TO RPT-LINE(8:20).
           MOVE VR-ANIOS(J) TO WS-EDIT-ANIOS.
           MOVE WS-EDIT-ANIOS TO RPT-LINE(29:2).
           IF VR-FECHA-ANIV(J) > 0
               MOVE VR-FECHA-ANIV(J) TO RPT-LINE(32:8)
           END-IF.
           MOVE VR-OTORGADOS(J) TO WS-EDIT-DIAS.
           MOVE WS-EDIT-DIAS TO RPT-LINE(42:4).
           MOVE VR-GOZADOS(J) TO WS-EDIT-DIAS.
           MOVE WS-EDIT-DIAS TO RPT-LINE(48:4).
           MOVE VR-LIQUIDADOS(J) TO WS-EDIT-SALDO.
           MOVE WS-EDIT-SALDO TO RPT-LINE(52:5).
           MOVE VR-SALDO(J) TO WS-EDIT-SALDO.
           MOVE WS-EDIT-SALDO TO RPT-LINE(58:5).
           MOVE WS-OBS TO RPT-LINE(64:9).
           WRITE RPT-LINE.

       IMPRIME-SUBTOTAL.
           ADD DEP-EMPLEADOS TO TOT-EMPLEADOS.
           ADD DEP-SALDO TO TOT-SALDO.
           ADD DEP-ACUMULA TO TOT-ACUMULA.
           MOVE DEP-EMPLEADOS TO WS-EDIT-CONT.
           MOVE DEP-SALDO TO WS-EDIT-TOT.
           MOVE SPACES TO RPT-LINE.
           STRING "  EMPLEADOS: " WS-EDIT-CONT
                  "   DIAS PENDIENTES: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE DEP-ACUMULA TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "  ACUMULANDO DIAS DE MAS DE UN ANIO: " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       IMPRIME-TOTALES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE TOT-EMPLEADOS TO WS-EDIT-CONT.
           MOVE TOT-SALDO TO WS-EDIT-TOT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL EMPLEADOS: " WS-EDIT-CONT
                  "   DIAS PENDIENTES: " WS-EDIT-TOT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE TOT-ACUMULA TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL ACUMULANDO DIAS: " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE TOT-SIN-LIBRO TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "SIN REGISTRO EN EL LIBRO (CORRA VACANIV): "
                  WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      *---------------------- Single employee inquiry ----------------------
      * The movement file is keyed by payroll number first, so the
      * sweep meets the employee's movements together and in order.
       CONSULTA-EMPLEADO.
           MOVE WS-NOMINA TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   DISPLAY "ERROR: LA NOMINA ", WS-NOMINA,
                           " NO EXISTE EN EL MAESTRO"
                   CLOSE EMPLOYEES
                   STOP RUN
           END-READ.
           MOVE SPACES TO RPT-LINE.
           STRING "CONSULTA DE VACACIONES - " EMP-NOMI " " EMP-NOMB
                  " DEPTO " EMP-DEPT(1:3)
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FECHA DE ALTA: " EMP-FECHA-ALTA
                  "   STATUS: " EMP-STATUS
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NOMINA TO VA-NOMI.
           READ VACMST
               INVALID KEY
                   MOVE "SIN REGISTRO EN EL LIBRO DE VACACIONES"
                       TO RPT-LINE
                   WRITE RPT-LINE
                   END-WRITE
               NOT INVALID KEY
                   PERFORM IMPRIME-POSICION
           END-READ.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "MOVIMIENTOS:" TO RPT-LINE.
           WRITE RPT-LINE.
           OPEN INPUT VACMOV.
           IF WS-VACMOV-STATUS NOT = "35"
               MOVE 0 TO VM-EOF
               PERFORM LEE-MOVIMIENTO
               PERFORM UNTIL VM-EOF = 1 OR VM-NOMI > WS-NOMINA
                   IF VM-NOMI = WS-NOMINA
                       PERFORM IMPRIME-MOVIMIENTO
                   END-IF
                   PERFORM LEE-MOVIMIENTO
               END-PERFORM
               CLOSE VACMOV
           END-IF.

       IMPRIME-POSICION.
           MOVE SPACES TO RPT-LINE.
           MOVE VA-ANIOS TO WS-EDIT-ANIOS.
           MOVE VA-DIAS-ULT TO WS-EDIT-DIAS.
           STRING "ANIOS OTORGADOS: " WS-EDIT-ANIOS
                  "   ULTIMO ANIVERSARIO: " VA-FECHA-ANIV
                  "   DIAS: " WS-EDIT-DIAS
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "OTORGADOS  GOZADOS  LIQUIDADOS  SALDO"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE VA-OTORGADOS TO WS-EDIT-DIAS.
           MOVE WS-EDIT-DIAS TO RPT-LINE(6:4).
           MOVE VA-GOZADOS TO WS-EDIT-DIAS.
           MOVE WS-EDIT-DIAS TO RPT-LINE(14:4).
           MOVE VA-LIQUIDADOS TO WS-EDIT-SALDO.
           MOVE WS-EDIT-SALDO TO RPT-LINE(24:5).
           MOVE VA-SALDO TO WS-EDIT-SALDO.
           MOVE WS-EDIT-SALDO TO RPT-LINE(33:5).
           WRITE RPT-LINE.

       LEE-MOVIMIENTO.
           READ VACMOV NEXT RECORD
               AT END MOVE 1 TO VM-EOF
           END-READ.

       IMPRIME-MOVIMIENTO.
           MOVE SPACES TO RPT-LINE.
           EVALUATE VM-TIPO
               WHEN "O"
                   MOVE "OTORGADO ANIO" TO RPT-LINE(1:13)
                   MOVE VM-ANIOS TO WS-EDIT-ANIOS
                   MOVE WS-EDIT-ANIOS TO RPT-LINE(15:2)
               WHEN "G"
                   MOVE "GOZADO" TO RPT-LINE(1:6)
               WHEN "L"
                   MOVE "LIQUIDADO" TO RPT-LINE(1:9)
           END-EVALUATE.
           MOVE VM-REFER TO RPT-LINE(19:8).
           MOVE VM-DIAS TO WS-EDIT-SALDO.
           MOVE WS-EDIT-SALDO TO RPT-LINE(29:5).
           MOVE "DIAS" TO RPT-LINE(35:4).
           IF VM-IMPORTE > 0
               MOVE VM-IMPORTE TO WS-EDIT-IMP
               MOVE WS-EDIT-IMP TO RPT-LINE(41:12)
           END-IF.
           MOVE "REGISTRADO" TO RPT-LINE(55:10).
           MOVE VM-FECHA TO RPT-LINE(66:8).
           WRITE RPT-LINE.

       END PROGRAM VACRPT.
