      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Monthly workforce movement report.  For one month,
      *          per DEPARTMENTS code and per cost center: opening
      *          headcount, hires, terminations, transfers in and
      *          out, closing headcount, and the monthly and rolling
      *          twelve-month turnover percentage, with the list of
      *          the month's individual movements.
      *          The movements come from the audit trail - AUDITARC
      *          first, then AUDITLOG, so months purged by ARCHRUN are
      *          still reportable - classified by their before and
      *          after images: an employee becoming active is a hire
      *          (EMPMAINT alta), an active one becoming inactive is
      *          a termination (EMPMAINT baja, FINIQUIT), an active
      *          one changing department is a transfer (DEPTMAINT
      *          mass transfer, EMPMAINT cambio); anything else moves
      *          no headcount.  The headcounts are not kept anywhere:
      *          they are rebuilt by rolling today's EMPLOYEES back
      *          through the trail, movement by movement, to the end
      *          of the month, its start and the start of the twelve
      *          months.  Every movement rolled back must find the
      *          employee as the trail left them; one that does not
      *          is a break in the trail and is listed, and the
      *          closing headcount plus the net movements since is
      *          proved against the active employees in EMPLOYEES.
      *          Command line: MES (AAAAMM).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HEADCNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS WS-EMPLOYEES-STATUS.
           SELECT DEPARTMENTS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDITLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT AUDITARC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDITARC-STATUS.
           SELECT HEAD-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  DEPARTMENTS.
           COPY DEPTREC.
       FD  AUDITLOG.
           COPY AUDREC.
       FD  AUDITARC.
           COPY AUDREC REPLACING LEADING ==AUD== BY ==AUA==.
       FD  HEAD-RPT.
       01  RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-AUDITLOG-STATUS PIC X(02).
       77  WS-AUDITARC-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(20) VALUE SPACES.
       77  WS-MES PIC 9(06) VALUE 0.
       77  WS-ANIO PIC 9(04) VALUE 0.
       77  WS-MM PIC 9(02) VALUE 0.
       77  WS-INI-MES PIC 9(08) VALUE 0.
       77  WS-FIN-MES PIC 9(08) VALUE 0.
       77  WS-INI-VENTANA PIC 9(08) VALUE 0.
       77  WS-ULT-ARC PIC 9(08) VALUE 0.
       77  EMP-EOF PIC 9 VALUE 0.
       77  DEPT-EOF PIC 9 VALUE 0.
       77  AUD-EOF PIC 9 VALUE 0.
       77  AUA-EOF PIC 9 VALUE 0.
       77  I PIC 9(3).
       77  J PIC 9(3).
       77  E PIC 9(5).
       77  K PIC 9(5).
       77  DEPT-COUNT PIC 9(3) VALUE 0.
       77  WS-DEPT-MAX PIC 9(3) VALUE 50.
       77  CC-COUNT PIC 9(3) VALUE 0.
       77  EV-COUNT PIC 9(05) VALUE 0.
       77  WS-EV-MAX PIC 9(05) VALUE 20000.
       77  EE-COUNT PIC 9(05) VALUE 0.
       77  WS-EE-MAX PIC 9(05) VALUE 5000.
       77  WS-EE-IDX PIC 9(05) VALUE 0.
       77  WS-BUSCA-NOMI PIC 9(06) VALUE 0.
       77  WS-BUSCA-DEPT PIC X(03) VALUE SPACES.
       77  WS-DEPT-IDX PIC 9(3) VALUE 0.
       77  WS-FOTO PIC X(01) VALUE SPACE.
       77  WS-CIERRE-TOMADO PIC X(01) VALUE "N".
       77  WS-APERTURA-TOMADA PIC X(01) VALUE "N".
       77  WS-EV-FECHA PIC 9(08).
       77  WS-EV-NOMI PIC 9(06).
       77  WS-EV-TX PIC X(01).
       77  WS-EV-OPER PIC X(08).
       77  WS-EV-ANTES PIC X(68).
       77  WS-EV-DESPUES PIC X(68).
       77  WS-ANT-ACT PIC X(01).
       77  WS-DES-ACT PIC X(01).
       77  WS-MOV-DESC PIC X(10).
       77  WS-NETO-POST PIC S9(05) VALUE 0.
       77  WS-CUADRE PIC S9(06) VALUE 0.
       77  WS-PROMEDIO PIC 9(05)V9 VALUE 0.
       77  WS-ROT-MES PIC 9(03)V99 VALUE 0.
       77  WS-ROT-12 PIC 9(03)V99 VALUE 0.
       77  CONT-MOVTOS PIC 9(05) VALUE 0.
       77  CONT-DESCUADRE PIC 9(05) VALUE 0.
       77  WS-EDIT-CONT PIC ZZ,ZZ9.
       77  WS-EDIT-NETO PIC ZZ,ZZ9-.
       77  WS-EDIT-PCT PIC ZZ9.99.
      * Before and after images of EMP-REG off the audit record.
       COPY EMPREC REPLACING LEADING ==EMP== BY ==ANT==.
       COPY EMPREC REPLACING LEADING ==EMP== BY ==DES==.
      * Headcounts and movements of one row - a department, a cost
      * center or the company total - for printing.
       01  RG-CONT.
           02 RG-HOY PIC 9(05).
           02 RG-APE PIC 9(05).
           02 RG-ALT PIC 9(05).
           02 RG-BAJ PIC 9(05).
           02 RG-TEN PIC 9(05).
           02 RG-TSA PIC 9(05).
           02 RG-CIE PIC 9(05).
           02 RG-VEN PIC 9(05).
           02 RG-BAJ12 PIC 9(05).
      * One row per DEPARTMENTS code, inactive ones included since
      * history may still point at them, plus a last row for codes
      * the catalog does not know.
       01  DEPT-TAB.
           02 DEPT-ROW OCCURS 1 TO 51 TIMES
                  DEPENDING ON DEPT-COUNT.
               03 DT-CODE PIC X(03).
               03 DT-NAME PIC X(20).
               03 DT-CC PIC X(06).
               03 DT-CONT.
                   04 DT-HOY PIC 9(05).
                   04 DT-APE PIC 9(05).
                   04 DT-ALT PIC 9(05).
                   04 DT-BAJ PIC 9(05).
                   04 DT-TEN PIC 9(05).
                   04 DT-TSA PIC 9(05).
                   04 DT-CIE PIC 9(05).
                   04 DT-VEN PIC 9(05).
                   04 DT-BAJ12 PIC 9(05).
       01  CC-TAB.
           02 CC-ROW OCCURS 1 TO 51 TIMES
                  DEPENDING ON CC-COUNT.
               03 CT-CC PIC X(06).
               03 CT-CONT.
                   04 CT-HOY PIC 9(05).
                   04 CT-APE PIC 9(05).
                   04 CT-ALT PIC 9(05).
                   04 CT-BAJ PIC 9(05).
                   04 CT-TEN PIC 9(05).
                   04 CT-TSA PIC 9(05).
                   04 CT-CIE PIC 9(05).
                   04 CT-VEN PIC 9(05).
                   04 CT-BAJ12 PIC 9(05).
       01  TOT-CONT.
           02 TOT-HOY PIC 9(05) VALUE 0.
           02 TOT-APE PIC 9(05) VALUE 0.
           02 TOT-ALT PIC 9(05) VALUE 0.
           02 TOT-BAJ PIC 9(05) VALUE 0.
           02 TOT-TEN PIC 9(05) VALUE 0.
           02 TOT-TSA PIC 9(05) VALUE 0.
           02 TOT-CIE PIC 9(05) VALUE 0.
           02 TOT-VEN PIC 9(05) VALUE 0.
           02 TOT-BAJ12 PIC 9(05) VALUE 0.
      * Headcount movements of the trail from the start of the twelve
      * months on, oldest first.  EV-TIPO: "A" alta, "B" baja,
      * "T" traspaso.
       01  EV-TAB.
           02 EV-ROW OCCURS 1 TO 20000 TIMES
                  DEPENDING ON EV-COUNT.
               03 EV-FECHA PIC 9(08).
               03 EV-NOMI PIC 9(06).
               03 EV-NOMB PIC X(20).
               03 EV-TX PIC X(01).
               03 EV-OPER PIC X(08).
               03 EV-ANT-ACT PIC X(01).
               03 EV-ANT-DEPT PIC X(03).
               03 EV-DES-ACT PIC X(01).
               03 EV-DES-DEPT PIC X(03).
               03 EV-TIPO PIC X(01).
               03 EV-DESCUADRE PIC X(01).
      * Every employee's state - active or not, and department - as
      * the roll-back walks back in time.
       01  EE-TAB.
           02 EE-ROW OCCURS 1 TO 5000 TIMES
                  DEPENDING ON EE-COUNT.
               03 EE-NOMI PIC 9(06).
               03 EE-ACT PIC X(01).
               03 EE-DEPT PIC X(03).
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:6) NOT NUMERIC
               DISPLAY "USO: HEADCNT MES (AAAAMM)"
               STOP RUN
           END-IF.
           MOVE WS-PARM(1:6) TO WS-MES.
           MOVE WS-PARM(1:4) TO WS-ANIO.
           MOVE WS-PARM(5:2) TO WS-MM.
           IF WS-MM < 1 OR WS-MM > 12
               DISPLAY "ERROR: MES INVALIDO ", WS-PARM(1:6)
               STOP RUN
           END-IF.
           IF WS-MES > WS-CURRENT-DATE(1:6)
               DISPLAY "ERROR: EL MES ", WS-MES,
                       " ES POSTERIOR A LA FECHA ACTUAL"
               STOP RUN
           END-IF.
           COMPUTE WS-INI-MES = WS-MES * 100 + 1.
           COMPUTE WS-FIN-MES = WS-MES * 100 + 31.
      *    The twelve months end with the one reported.
           IF WS-MM = 12
               COMPUTE WS-INI-VENTANA = WS-ANIO * 10000 + 101
           ELSE
               COMPUTE WS-INI-VENTANA = (WS-ANIO - 1) * 10000
                   + (WS-MM + 1) * 100 + 1
           END-IF.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL MAESTRO DE EMPLEADOS"
               STOP RUN
           END-IF.
           PERFORM CARGA-DEPARTAMENTOS.
           PERFORM CARGA-EMPLEADOS.
           CLOSE EMPLOYEES.
           PERFORM CARGA-ARCHIVO.
           PERFORM CARGA-BITACORA.
           DISPLAY "MOVIMIENTOS DE PLANTILLA CARGADOS: ", EV-COUNT.
           PERFORM RECONSTRUYE-PLANTILLA.
           OPEN OUTPUT HEAD-RPT.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM CUENTA-MOVIMIENTOS.
           PERFORM IMPRIME-DEPARTAMENTOS.
           PERFORM IMPRIME-CENTROS.
           PERFORM IMPRIME-CONCILIACION.
           PERFORM IMPRIME-DESCUADRES.
           CLOSE HEAD-RPT.
           DISPLAY "PLANTILLA ", WS-MES, ": APERTURA ", TOT-APE,
                   "  ALTAS ", TOT-ALT, "  BAJAS ", TOT-BAJ,
                   "  CIERRE ", TOT-CIE.
           DISPLAY "MOVIMIENTOS SIN CONTINUIDAD: ", CONT-DESCUADRE.
           STOP RUN.

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
               MOVE ZEROS TO DT-CONT(DEPT-COUNT)
               PERFORM LEE-DEPARTAMENTO
           END-PERFORM.
           CLOSE DEPARTMENTS.
           ADD 1 TO DEPT-COUNT.
           MOVE "???" TO DT-CODE(DEPT-COUNT).
           MOVE "NO EXISTE EN CATALOGO" TO DT-NAME(DEPT-COUNT).
           MOVE SPACES TO DT-CC(DEPT-COUNT).
           MOVE ZEROS TO DT-CONT(DEPT-COUNT).

       LEE-DEPARTAMENTO.
           READ DEPARTMENTS AT END MOVE 1 TO DEPT-EOF.

      * Today's state of every employee, the starting point of the
      * roll-back.
       CARGA-EMPLEADOS.
           MOVE 0 TO EE-COUNT.
           MOVE 0 TO EMP-EOF.
           PERFORM LEE-EMPLEADO.
           PERFORM UNTIL EMP-EOF = 1
               IF EE-COUNT >= WS-EE-MAX
                   DISPLAY "ERROR: EL MAESTRO EXCEDE EL MAXIMO DE ",
                           WS-EE-MAX, " EMPLEADOS SOPORTADO"
                   CLOSE EMPLOYEES
                   STOP RUN
               END-IF
               ADD 1 TO EE-COUNT
               MOVE EMP-NOMI TO EE-NOMI(EE-COUNT)
               MOVE EMP-DEPT(1:3) TO EE-DEPT(EE-COUNT)
               IF EMP-STATUS = "I"
                   MOVE "N" TO EE-ACT(EE-COUNT)
               ELSE
                   MOVE "S" TO EE-ACT(EE-COUNT)
               END-IF
               PERFORM LEE-EMPLEADO
           END-PERFORM.

       LEE-EMPLEADO.
           READ EMPLOYEES NEXT RECORD
               AT END MOVE 1 TO EMP-EOF
           END-READ.

      *---------------------- Load the audit trail ----------------------
      * The archive holds everything before ARCHRUN's cutoff year and
      * the online log everything from it on.  Until the operator
      * swaps AUDITNVO in after a purge, the log still carries the
      * entries just archived; the cutoff is a year boundary, so a
      * log entry dated on or before the last archived one can only
      * be such a copy and is skipped.
       CARGA-ARCHIVO.
           MOVE 0 TO EV-COUNT.
           MOVE 0 TO WS-ULT-ARC.
           MOVE 0 TO AUA-EOF.
           OPEN INPUT AUDITARC.
           IF WS-AUDITARC-STATUS NOT = "35"
               PERFORM LEE-ARCHIVO
               PERFORM UNTIL AUA-EOF = 1
                   IF AUA-FECHA > WS-ULT-ARC
                       MOVE AUA-FECHA TO WS-ULT-ARC
                   END-IF
                   IF AUA-FECHA >= WS-INI-VENTANA
                       MOVE AUA-FECHA TO WS-EV-FECHA
                       MOVE AUA-NOMI TO WS-EV-NOMI
                       MOVE AUA-TX-CODE TO WS-EV-TX
                       MOVE AUA-OPERADOR TO WS-EV-OPER
                       MOVE AUA-ANTES TO WS-EV-ANTES
                       MOVE AUA-DESPUES TO WS-EV-DESPUES
                       PERFORM CLASIFICA-EVENTO
                   END-IF
                   PERFORM LEE-ARCHIVO
               END-PERFORM
               CLOSE AUDITARC
           END-IF.

       LEE-ARCHIVO.
           READ AUDITARC AT END MOVE 1 TO AUA-EOF.

       CARGA-BITACORA.
           MOVE 0 TO AUD-EOF.
           OPEN INPUT AUDITLOG.
           IF WS-AUDITLOG-STATUS = "35"
               DISPLAY "AVISO: NO EXISTE EL ARCHIVO DE AUDITORIA - ",
                       "SOLO SE CONSIDERA EL ARCHIVO HISTORICO"
           ELSE
               PERFORM LEE-BITACORA
               PERFORM UNTIL AUD-EOF = 1
                   IF AUD-FECHA >= WS-INI-VENTANA
                           AND AUD-FECHA > WS-ULT-ARC
                       MOVE AUD-FECHA TO WS-EV-FECHA
                       MOVE AUD-NOMI TO WS-EV-NOMI
                       MOVE AUD-TX-CODE TO WS-EV-TX
                       MOVE AUD-OPERADOR TO WS-EV-OPER
                       MOVE AUD-ANTES TO WS-EV-ANTES
                       MOVE AUD-DESPUES TO WS-EV-DESPUES
                       PERFORM CLASIFICA-EVENTO
                   END-IF
                   PERFORM LEE-BITACORA
               END-PERFORM
               CLOSE AUDITLOG
           END-IF.

       LEE-BITACORA.
           READ AUDITLOG AT END MOVE 1 TO AUD-EOF.

      * Only an entry that moves headcount is kept.  An alta has a
      * blank before image, which reads as not active.
       CLASIFICA-EVENTO.
           MOVE WS-EV-ANTES TO ANT-REG.
           MOVE WS-EV-DESPUES TO DES-REG.
           MOVE "N" TO WS-ANT-ACT.
           IF WS-EV-ANTES NOT = SPACES AND ANT-STATUS NOT = "I"
               MOVE "S" TO WS-ANT-ACT
           END-IF.
           MOVE "N" TO WS-DES-ACT.
           IF WS-EV-DESPUES NOT = SPACES AND DES-STATUS NOT = "I"
               MOVE "S" TO WS-DES-ACT
           END-IF.
           IF WS-ANT-ACT NOT = WS-DES-ACT
                   OR (WS-ANT-ACT = "S"
                       AND ANT-DEPT(1:3) NOT = DES-DEPT(1:3))
               IF EV-COUNT >= WS-EV-MAX
                   DISPLAY "ERROR: LOS MOVIMIENTOS EXCEDEN EL MAXIMO ",
                           "DE ", WS-EV-MAX, " SOPORTADO"
                   STOP RUN
               END-IF
               ADD 1 TO EV-COUNT
               MOVE WS-EV-FECHA TO EV-FECHA(EV-COUNT)
               MOVE WS-EV-NOMI TO EV-NOMI(EV-COUNT)
               MOVE WS-EV-TX TO EV-TX(EV-COUNT)
               MOVE WS-EV-OPER TO EV-OPER(EV-COUNT)
               MOVE WS-ANT-ACT TO EV-ANT-ACT(EV-COUNT)
               MOVE WS-DES-ACT TO EV-DES-ACT(EV-COUNT)
               IF WS-ANT-ACT = "S"
                   MOVE ANT-DEPT(1:3) TO EV-ANT-DEPT(EV-COUNT)
               ELSE
                   MOVE SPACES TO EV-ANT-DEPT(EV-COUNT)
               END-IF
               IF WS-DES-ACT = "S"
                   MOVE DES-DEPT(1:3) TO EV-DES-DEPT(EV-COUNT)
               ELSE
                   MOVE SPACES TO EV-DES-DEPT(EV-COUNT)
               END-IF
               IF WS-EV-DESPUES NOT = SPACES
                   MOVE DES-NOMB TO EV-NOMB(EV-COUNT)
               ELSE
                   MOVE ANT-NOMB TO EV-NOMB(EV-COUNT)
               END-IF
               EVALUATE TRUE
                   WHEN WS-ANT-ACT = "N"
                       MOVE "A" TO EV-TIPO(EV-COUNT)
                   WHEN WS-DES-ACT = "N"
                       MOVE "B" TO EV-TIPO(EV-COUNT)
                   WHEN OTHER
                       MOVE "T" TO EV-TIPO(EV-COUNT)
               END-EVALUATE
               MOVE "N" TO EV-DESCUADRE(EV-COUNT)
           END-IF.

      *--------------------- Roll the master back ---------------------
      * Newest movement first, each one is undone on the employee's
      * state.  Before undoing the first movement inside the month the
      * state is the closing headcount; before undoing the first one
      * before the month, the opening; with everything undone, the
      * headcount at the start of the twelve months.
       RECONSTRUYE-PLANTILLA.
           MOVE "H" TO WS-FOTO.
           PERFORM TOMA-FOTO.
           MOVE "N" TO WS-CIERRE-TOMADO.
           MOVE "N" TO WS-APERTURA-TOMADA.
           PERFORM VARYING E FROM EV-COUNT BY -1 UNTIL E < 1
               IF EV-FECHA(E) <= WS-FIN-MES
                       AND WS-CIERRE-TOMADO = "N"
                   MOVE "C" TO WS-FOTO
                   PERFORM TOMA-FOTO
                   MOVE "S" TO WS-CIERRE-TOMADO
               END-IF
               IF EV-FECHA(E) < WS-INI-MES
                       AND WS-APERTURA-TOMADA = "N"
                   MOVE "A" TO WS-FOTO
                   PERFORM TOMA-FOTO
                   MOVE "S" TO WS-APERTURA-TOMADA
               END-IF
               PERFORM DESHACE-EVENTO
           END-PERFORM.
           IF WS-CIERRE-TOMADO = "N"
               MOVE "C" TO WS-FOTO
               PERFORM TOMA-FOTO
           END-IF.
           IF WS-APERTURA-TOMADA = "N"
               MOVE "A" TO WS-FOTO
               PERFORM TOMA-FOTO
           END-IF.
           MOVE "V" TO WS-FOTO.
           PERFORM TOMA-FOTO.

      * The employee must stand where the movement left them; if not,
      * something changed them outside the trail.  The movement's own
      * before image is taken as the truth either way.
       DESHACE-EVENTO.
           MOVE EV-NOMI(E) TO WS-BUSCA-NOMI.
           PERFORM BUSCA-EMPLEADO.
           IF EE-ACT(WS-EE-IDX) NOT = EV-DES-ACT(E)
               MOVE "S" TO EV-DESCUADRE(E)
           ELSE
               IF EE-ACT(WS-EE-IDX) = "S"
                       AND EE-DEPT(WS-EE-IDX) NOT = EV-DES-DEPT(E)
                   MOVE "S" TO EV-DESCUADRE(E)
               END-IF
           END-IF.
           IF EV-DESCUADRE(E) = "S"
               ADD 1 TO CONT-DESCUADRE
           END-IF.
           MOVE EV-ANT-ACT(E) TO EE-ACT(WS-EE-IDX).
           MOVE EV-ANT-DEPT(E) TO EE-DEPT(WS-EE-IDX).

      * A payroll number of the trail missing from the master is kept
      * as not active today.
       BUSCA-EMPLEADO.
           MOVE 0 TO WS-EE-IDX.
           PERFORM VARYING K FROM 1 BY 1
                   UNTIL K > EE-COUNT OR WS-EE-IDX NOT = 0
               IF EE-NOMI(K) = WS-BUSCA-NOMI
                   MOVE K TO WS-EE-IDX
               END-IF
           END-PERFORM.
           IF WS-EE-IDX = 0
               IF EE-COUNT >= WS-EE-MAX
                   DISPLAY "ERROR: LOS EMPLEADOS EXCEDEN EL MAXIMO DE ",
                           WS-EE-MAX, " SOPORTADO"
                   STOP RUN
               END-IF
               ADD 1 TO EE-COUNT
               MOVE WS-BUSCA-NOMI TO EE-NOMI(EE-COUNT)
               MOVE "N" TO EE-ACT(EE-COUNT)
               MOVE SPACES TO EE-DEPT(EE-COUNT)
               MOVE EE-COUNT TO WS-EE-IDX
           END-IF.

       TOMA-FOTO.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > EE-COUNT
               IF EE-ACT(K) = "S"
                   MOVE EE-DEPT(K) TO WS-BUSCA-DEPT
                   PERFORM BUSCA-DEPARTAMENTO
                   EVALUATE WS-FOTO
                       WHEN "H"
                           ADD 1 TO DT-HOY(WS-DEPT-IDX)
                       WHEN "C"
                           ADD 1 TO DT-CIE(WS-DEPT-IDX)
                       WHEN "A"
                           ADD 1 TO DT-APE(WS-DEPT-IDX)
                       WHEN "V"
                           ADD 1 TO DT-VEN(WS-DEPT-IDX)
                   END-EVALUATE
               END-IF
           END-PERFORM.

      * A code the catalog does not know falls in the last row.
       BUSCA-DEPARTAMENTO.
           MOVE DEPT-COUNT TO WS-DEPT-IDX.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I >= DEPT-COUNT
               IF DT-CODE(I) = WS-BUSCA-DEPT
                   MOVE I TO WS-DEPT-IDX
               END-IF
           END-PERFORM.

      *----------------------- Month's movements -----------------------
      * Oldest first: the month's movements are counted and listed,
      * terminations are counted over the twelve months, and those
      * after the month give the net change up to today.
       CUENTA-MOVIMIENTOS.
           MOVE SPACES TO RPT-LINE.
           MOVE "MOVIMIENTOS DEL MES" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "FECHA" TO RPT-LINE(1:5).
           MOVE "NOMINA" TO RPT-LINE(11:6).
           MOVE "NOMBRE" TO RPT-LINE(19:6).
           MOVE "MOVIMIENTO" TO RPT-LINE(41:10).
           MOVE "DE" TO RPT-LINE(53:2).
           MOVE "A" TO RPT-LINE(58:1).
           MOVE "TX" TO RPT-LINE(63:2).
           MOVE "OPERADOR" TO RPT-LINE(67:8).
           WRITE RPT-LINE.
           MOVE 0 TO WS-NETO-POST.
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > EV-COUNT
               IF EV-FECHA(E) >= WS-INI-MES
                       AND EV-FECHA(E) <= WS-FIN-MES
                   PERFORM CUENTA-EVENTO-MES
               END-IF
               IF EV-TIPO(E) = "B" AND EV-FECHA(E) <= WS-FIN-MES
                   MOVE EV-ANT-DEPT(E) TO WS-BUSCA-DEPT
                   PERFORM BUSCA-DEPARTAMENTO
                   ADD 1 TO DT-BAJ12(WS-DEPT-IDX)
               END-IF
               IF EV-FECHA(E) > WS-FIN-MES
                   EVALUATE EV-TIPO(E)
                       WHEN "A"
                           ADD 1 TO WS-NETO-POST
                       WHEN "B"
                           SUBTRACT 1 FROM WS-NETO-POST
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF CONT-MOVTOS = 0
               MOVE SPACES TO RPT-LINE
               MOVE "SIN MOVIMIENTOS DE PLANTILLA EN EL MES"
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       CUENTA-EVENTO-MES.
           ADD 1 TO CONT-MOVTOS.
           EVALUATE EV-TIPO(E)
               WHEN "A"
                   MOVE EV-DES-DEPT(E) TO WS-BUSCA-DEPT
                   PERFORM BUSCA-DEPARTAMENTO
                   ADD 1 TO DT-ALT(WS-DEPT-IDX)
                   MOVE "ALTA" TO WS-MOV-DESC
               WHEN "B"
                   MOVE EV-ANT-DEPT(E) TO WS-BUSCA-DEPT
                   PERFORM BUSCA-DEPARTAMENTO
                   ADD 1 TO DT-BAJ(WS-DEPT-IDX)
                   MOVE "BAJA" TO WS-MOV-DESC
               WHEN "T"
                   MOVE EV-ANT-DEPT(E) TO WS-BUSCA-DEPT
                   PERFORM BUSCA-DEPARTAMENTO
                   ADD 1 TO DT-TSA(WS-DEPT-IDX)
                   MOVE EV-DES-DEPT(E) TO WS-BUSCA-DEPT
                   PERFORM BUSCA-DEPARTAMENTO
                   ADD 1 TO DT-TEN(WS-DEPT-IDX)
                   MOVE "TRASPASO" TO WS-MOV-DESC
           END-EVALUATE.
           MOVE SPACES TO RPT-LINE.
           MOVE EV-FECHA(E) TO RPT-LINE(1:8).
           MOVE EV-NOMI(E) TO RPT-LINE(11:6).
           MOVE EV-NOMB(E) TO RPT-LINE(19:20).
           MOVE WS-MOV-DESC TO RPT-LINE(41:10).
           MOVE EV-ANT-DEPT(E) TO RPT-LINE(53:3).
           MOVE EV-DES-DEPT(E) TO RPT-LINE(58:3).
           MOVE EV-TX(E) TO RPT-LINE(63:1).
           MOVE EV-OPER(E) TO RPT-LINE(67:8).
           WRITE RPT-LINE.

      *------------------------- Report sections -------------------------
       IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-LINE.
           STRING "MOVIMIENTOS DE PLANTILLA Y ROTACION - MES " WS-MES
                  "   FECHA " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "ROTACION ANUAL SOBRE LOS DOCE MESES DESDE "
                  WS-INI-VENTANA
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       IMPRIME-TITULOS.
           MOVE SPACES TO RPT-LINE.
           MOVE "APERT" TO RPT-LINE(37:5).
           MOVE "ALTAS" TO RPT-LINE(44:5).
           MOVE "BAJAS" TO RPT-LINE(51:5).
           MOVE "T.ENT" TO RPT-LINE(58:5).
           MOVE "T.SAL" TO RPT-LINE(65:5).
           MOVE "CIERRE" TO RPT-LINE(71:6).
           MOVE "ROT.MES%" TO RPT-LINE(79:8).
           MOVE "ROT.12M%" TO RPT-LINE(89:8).
           WRITE RPT-LINE.

       IMPRIME-DEPARTAMENTOS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "PLANTILLA POR DEPARTAMENTO" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM IMPRIME-TITULOS.
           MOVE ZEROS TO TOT-CONT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
               MOVE DT-CONT(I) TO RG-CONT
               PERFORM SUMA-TOTAL
      *        The catch-all row only prints when something fell in it.
               IF I < DEPT-COUNT OR RG-CONT NOT = ZEROS
                   MOVE SPACES TO RPT-LINE
                   MOVE DT-CODE(I) TO RPT-LINE(1:3)
                   MOVE DT-NAME(I) TO RPT-LINE(6:20)
                   MOVE DT-CC(I) TO RPT-LINE(28:6)
                   PERFORM IMPRIME-CIFRAS
               END-IF
           END-PERFORM.
           MOVE TOT-CONT TO RG-CONT.
           MOVE SPACES TO RPT-LINE.
           MOVE "TOTAL EMPRESA" TO RPT-LINE(6:13).
           PERFORM IMPRIME-CIFRAS.

       SUMA-TOTAL.
           ADD RG-HOY TO TOT-HOY.
           ADD RG-APE TO TOT-APE.
           ADD RG-ALT TO TOT-ALT.
           ADD RG-BAJ TO TOT-BAJ.
           ADD RG-TEN TO TOT-TEN.
           ADD RG-TSA TO TOT-TSA.
           ADD RG-CIE TO TOT-CIE.
           ADD RG-VEN TO TOT-VEN.
           ADD RG-BAJ12 TO TOT-BAJ12.

      * Cost centers in order of first appearance in the catalog.
       IMPRIME-CENTROS.
           MOVE 0 TO CC-COUNT.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
               IF I < DEPT-COUNT OR DT-CONT(I) NOT = ZEROS
                   PERFORM ACUMULA-CENTRO
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "PLANTILLA POR CENTRO DE COSTO" TO RPT-LINE.
           WRITE RPT-LINE.
           PERFORM IMPRIME-TITULOS.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CC-COUNT
               MOVE CT-CONT(J) TO RG-CONT
               MOVE SPACES TO RPT-LINE
               IF CT-CC(J) = SPACES
                   MOVE "SIN CENTRO DE COSTO" TO RPT-LINE(6:19)
               ELSE
                   MOVE CT-CC(J) TO RPT-LINE(28:6)
               END-IF
               PERFORM IMPRIME-CIFRAS
           END-PERFORM.

       ACUMULA-CENTRO.
           MOVE 0 TO WS-DEPT-IDX.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > CC-COUNT
               IF CT-CC(J) = DT-CC(I)
                   MOVE J TO WS-DEPT-IDX
               END-IF
           END-PERFORM.
           IF WS-DEPT-IDX = 0
               ADD 1 TO CC-COUNT
               MOVE CC-COUNT TO WS-DEPT-IDX
               MOVE DT-CC(I) TO CT-CC(CC-COUNT)
               MOVE ZEROS TO CT-CONT(CC-COUNT)
           END-IF.
           MOVE WS-DEPT-IDX TO J.
           ADD DT-HOY(I) TO CT-HOY(J).
           ADD DT-APE(I) TO CT-APE(J).
           ADD DT-ALT(I) TO CT-ALT(J).
           ADD DT-BAJ(I) TO CT-BAJ(J).
           ADD DT-TEN(I) TO CT-TEN(J).
           ADD DT-TSA(I) TO CT-TSA(J).
           ADD DT-CIE(I) TO CT-CIE(J).
           ADD DT-VEN(I) TO CT-VEN(J).
           ADD DT-BAJ12(I) TO CT-BAJ12(J).

      * Turnover is terminations over the average headcount: the
      * month's over the mean of opening and closing, the twelve
      * months' over the mean of the headcount when they started and
      * the closing one.  A row whose movements do not carry its
      * opening to its closing is marked.
       IMPRIME-CIFRAS.
           MOVE RG-APE TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(36:6).
           MOVE RG-ALT TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(43:6).
           MOVE RG-BAJ TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(50:6).
           MOVE RG-TEN TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(57:6).
           MOVE RG-TSA TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(64:6).
           MOVE RG-CIE TO WS-EDIT-CONT.
           MOVE WS-EDIT-CONT TO RPT-LINE(71:6).
           MOVE 0 TO WS-ROT-MES.
           MOVE 0 TO WS-ROT-12.
           COMPUTE WS-PROMEDIO = (RG-APE + RG-CIE) / 2.
           IF WS-PROMEDIO > 0
               COMPUTE WS-ROT-MES ROUNDED = RG-BAJ * 100 / WS-PROMEDIO
                   ON SIZE ERROR MOVE 999.99 TO WS-ROT-MES
               END-COMPUTE
           END-IF.
           COMPUTE WS-PROMEDIO = (RG-VEN + RG-CIE) / 2.
           IF WS-PROMEDIO > 0
               COMPUTE WS-ROT-12 ROUNDED = RG-BAJ12 * 100 / WS-PROMEDIO
                   ON SIZE ERROR MOVE 999.99 TO WS-ROT-12
               END-COMPUTE
           END-IF.
           MOVE WS-ROT-MES TO WS-EDIT-PCT.
           MOVE WS-EDIT-PCT TO RPT-LINE(81:6).
           MOVE WS-ROT-12 TO WS-EDIT-PCT.
           MOVE WS-EDIT-PCT TO RPT-LINE(91:6).
           COMPUTE WS-CUADRE = RG-APE + RG-ALT - RG-BAJ + RG-TEN
               - RG-TSA - RG-CIE.
           IF WS-CUADRE NOT = 0
               MOVE "* NO CUADRA" TO RPT-LINE(99:11)
           END-IF.
           WRITE RPT-LINE.

      * The closing headcount carried forward by the movements since
      * the month must land on today's active employees.
       IMPRIME-CONCILIACION.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "CONCILIACION CONTRA EMPLOYEES" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "PLANTILLA AL CIERRE DEL MES:" TO RPT-LINE(1:28).
           MOVE TOT-CIE TO WS-EDIT-NETO.
           MOVE WS-EDIT-NETO TO RPT-LINE(40:7).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "ALTAS MENOS BAJAS POSTERIORES:" TO RPT-LINE(1:30).
           MOVE WS-NETO-POST TO WS-EDIT-NETO.
           MOVE WS-EDIT-NETO TO RPT-LINE(40:7).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "ACTIVOS HOY EN EMPLOYEES:" TO RPT-LINE(1:25).
           MOVE TOT-HOY TO WS-EDIT-NETO.
           MOVE WS-EDIT-NETO TO RPT-LINE(40:7).
           WRITE RPT-LINE.
           COMPUTE WS-CUADRE = TOT-CIE + WS-NETO-POST - TOT-HOY.
           MOVE SPACES TO RPT-LINE.
           IF WS-CUADRE = 0
               MOVE "RESULTADO: CUADRA" TO RPT-LINE
           ELSE
               MOVE WS-CUADRE TO WS-EDIT-NETO
               STRING "RESULTADO: DIFERENCIA " WS-EDIT-NETO
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

       IMPRIME-DESCUADRES.
           IF CONT-DESCUADRE > 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "AVISO: MOVIMIENTOS QUE NO ENCUENTRAN AL "
                      "EMPLEADO COMO LOS DEJO LA BITACORA (CAMBIOS "
                      "FUERA DE LA AUDITORIA)"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING E FROM 1 BY 1 UNTIL E > EV-COUNT
                   IF EV-DESCUADRE(E) = "S"
                       MOVE SPACES TO RPT-LINE
                       MOVE EV-FECHA(E) TO RPT-LINE(1:8)
                       MOVE EV-NOMI(E) TO RPT-LINE(11:6)
                       MOVE EV-NOMB(E) TO RPT-LINE(19:20)
                       MOVE EV-TIPO(E) TO RPT-LINE(41:1)
                       MOVE EV-ANT-DEPT(E) TO RPT-LINE(53:3)
                       MOVE EV-DES-DEPT(E) TO RPT-LINE(58:3)
                       MOVE EV-TX(E) TO RPT-LINE(63:1)
                       MOVE EV-OPER(E) TO RPT-LINE(67:8)
                       WRITE RPT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       END PROGRAM HEADCNT.
