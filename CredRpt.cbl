      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Payroll credit report and statement.  Lists every
      *          CREDMST credit with a balance still owed, grouped by
      *          type (company loans, INFONAVIT, FONACOT) with the
      *          original amount, the installment and the balance,
      *          and subtotals per type, for accounting and for the
      *          INFONAVIT / FONACOT remittances.  A suspended credit
      *          is flagged, and one owed by an inactive employee -
      *          the part a finiquito could not cover - is flagged
      *          for direct collection.  With a payroll number the
      *          run is a statement instead: every movement of the
      *          employee's credits (or of the one credit keyed) from
      *          CREDMOV, in the order it was recorded, with the
      *          running balance, proved against the master.
      *          Command line: [TIPO (P/I/F) | NOMINA [CREDITO]], all
      *          types when omitted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS WS-EMPLOYEES-STATUS.
           SELECT CREDMST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-KEY
               FILE STATUS IS WS-CREDMST-STATUS.
           SELECT CREDMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CREDMOV-STATUS.
           SELECT CRED-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTWK-MOV ASSIGN TO DISK.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  CREDMST.
           COPY CREDREC.
       FD  CREDMOV.
           COPY CREDMREC.
       FD  CRED-RPT.
       01  RPT-LINE PIC X(132).
       SD  SORTWK-MOV.
       01  SM-REG.
           02 SM-CREDITO PIC X(10).
           02 SM-FECHA PIC 9(08).
           02 SM-ORDEN PIC 9(01).
           02 SM-REFER PIC X(08).
           02 SM-MOVTO PIC X(51).
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-CREDMST-STATUS PIC X(02).
       77  WS-CREDMOV-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(20) VALUE SPACES.
       77  WS-TIPO PIC X(01) VALUE SPACE.
       77  WS-NOMINA PIC 9(06) VALUE 0.
       77  WS-CREDITO PIC X(10) VALUE SPACES.
       77  CD-EOF PIC 9 VALUE 0.
       77  CM-EOF PIC 9 VALUE 0.
       77  WS-SORT-EOF PIC 9 VALUE 0.
       77  I PIC 9(4).
       77  T PIC 9(1).
       77  CRE-COUNT PIC 9(4) VALUE 0.
       77  WS-CRE-MAX PIC 9(4) VALUE 2000.
       77  WS-OBS PIC X(20) VALUE SPACES.
       77  WS-TIPO-DESC PIC X(20) VALUE SPACES.
       77  WS-ANT-CREDITO PIC X(10) VALUE SPACES.
       77  WS-SALDO-CORR PIC S9(07)V99 VALUE 0.
       77  CONT-MOVTOS PIC 9(05) VALUE 0.
       77  CONT-CREDITOS PIC 9(05) VALUE 0.
       77  CONT-DESCUADRE PIC 9(05) VALUE 0.
       77  TIP-CREDITOS PIC 9(05) VALUE 0.
       77  TIP-DESCUENTO PIC 9(09)V99 VALUE 0.
       77  TIP-SALDO PIC 9(09)V99 VALUE 0.
       77  TOT-CREDITOS PIC 9(05) VALUE 0.
       77  TOT-DESCUENTO PIC 9(09)V99 VALUE 0.
       77  TOT-SALDO PIC 9(09)V99 VALUE 0.
       77  TOT-INACTIVOS PIC 9(05) VALUE 0.
       77  WS-EDIT-IMP PIC Z,ZZZ,ZZ9.99.
       77  WS-EDIT-MOV PIC Z,ZZZ,ZZ9.99-.
       77  WS-EDIT-TOT PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-EDIT-CONT PIC ZZ,ZZ9.
      * Report order of the credit types.
       01  TIPOS-CREDITO.
           02 FILLER PIC X(21) VALUE "PPRESTAMO EMPRESA    ".
           02 FILLER PIC X(21) VALUE "IINFONAVIT           ".
           02 FILLER PIC X(21) VALUE "FFONACOT             ".
       01  TIPOS-TAB REDEFINES TIPOS-CREDITO.
           02 TIPO-ROW OCCURS 3 TIMES.
               03 TP-CODE PIC X(01).
               03 TP-DESC PIC X(20).
       01  CRE-TAB.
           02 CRE-ROW OCCURS 1 TO 2000 TIMES
                  DEPENDING ON CRE-COUNT.
               03 CR-NOMI PIC 9(06).
               03 CR-CREDITO PIC X(10).
               03 CR-TIPO PIC X(01).
               03 CR-FECHA-ALTA PIC 9(08).
               03 CR-MONTO-ORIG PIC 9(07)V99.
               03 CR-DESCUENTO PIC 9(05)V99.
               03 CR-SALDO PIC 9(07)V99.
               03 CR-STATUS PIC X(01).
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
           OPEN INPUT CREDMST.
           IF WS-CREDMST-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL MAESTRO DE CREDITOS - ",
                       "CAPTURE LOS CREDITOS CON CRDMAINT"
               CLOSE EMPLOYEES
               STOP RUN
           END-IF.
           OPEN OUTPUT CRED-RPT.
           IF WS-PARM(1:6) NUMERIC
               MOVE WS-PARM(1:6) TO WS-NOMINA
               MOVE WS-PARM(8:10) TO WS-CREDITO
               PERFORM ESTADO-DE-CUENTA
           ELSE
               IF WS-PARM(1:1) NOT = SPACE
                       AND WS-PARM(1:1) NOT = "P"
                       AND WS-PARM(1:1) NOT = "I"
                       AND WS-PARM(1:1) NOT = "F"
                   DISPLAY "USO: CRDRPT [TIPO (P/I/F) | NOMINA ",
                           "[CREDITO]]"
                   CLOSE EMPLOYEES
                   CLOSE CREDMST
                   CLOSE CRED-RPT
                   STOP RUN
               END-IF
               MOVE WS-PARM(1:1) TO WS-TIPO
               PERFORM CARGA-CREDITOS
               PERFORM IMPRIME-ENCABEZADO
               PERFORM IMPRIME-TIPO VARYING T FROM 1 BY 1
                   UNTIL T > 3
               PERFORM IMPRIME-TOTALES
               DISPLAY "CREDITOS CON SALDO: ", TOT-CREDITOS,
                       "  SALDO TOTAL: ", TOT-SALDO
           END-IF.
           CLOSE EMPLOYEES.
           CLOSE CREDMST.
           CLOSE CRED-RPT.
           STOP RUN.

      *---------------------- Outstanding balances ----------------------
      * Only credits that still owe something are listed; the master
      * is loaded whole so each type prints as one block.
       CARGA-CREDITOS.
           MOVE 0 TO CRE-COUNT.
           MOVE 0 TO CD-EOF.
           PERFORM LEE-CREDITO.
           PERFORM UNTIL CD-EOF = 1
               IF CD-SALDO > 0
                       AND (WS-TIPO = SPACE OR CD-TIPO = WS-TIPO)
                   IF CRE-COUNT >= WS-CRE-MAX
                       DISPLAY "ERROR: LOS CREDITOS CON SALDO EXCEDEN ",
                               "EL MAXIMO DE ", WS-CRE-MAX,
                               " SOPORTADO"
                       STOP RUN
                   END-IF
                   ADD 1 TO CRE-COUNT
                   MOVE CD-NOMI TO CR-NOMI(CRE-COUNT)
                   MOVE CD-CREDITO TO CR-CREDITO(CRE-COUNT)
                   MOVE CD-TIPO TO CR-TIPO(CRE-COUNT)
                   MOVE CD-FECHA-ALTA TO CR-FECHA-ALTA(CRE-COUNT)
                   MOVE CD-MONTO-ORIG TO CR-MONTO-ORIG(CRE-COUNT)
                   MOVE CD-DESCUENTO TO CR-DESCUENTO(CRE-COUNT)
                   MOVE CD-SALDO TO CR-SALDO(CRE-COUNT)
                   MOVE CD-STATUS TO CR-STATUS(CRE-COUNT)
               END-IF
               PERFORM LEE-CREDITO
           END-PERFORM.

       LEE-CREDITO.
           READ CREDMST NEXT RECORD
               AT END MOVE 1 TO CD-EOF
           END-READ.

       IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-LINE.
           STRING "SALDOS DE CREDITOS POR TIPO - FECHA "
                  WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "NOMINA  NOMBRE                CREDITO     ALTA"
                  "       MONTO ORIG.     DESCUENTO         SALDO"
                  " ST  OBSERVACIONES"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       IMPRIME-TIPO.
           IF WS-TIPO = SPACE OR WS-TIPO = TP-CODE(T)
               MOVE 0 TO TIP-CREDITOS
               MOVE 0 TO TIP-DESCUENTO
               MOVE 0 TO TIP-SALDO
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING "TIPO " TP-CODE(T) " - " TP-DESC(T)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > CRE-COUNT
                   IF CR-TIPO(I) = TP-CODE(T)
                       PERFORM IMPRIME-RENGLON
                   END-IF
               END-PERFORM
               PERFORM IMPRIME-SUBTOTAL
           END-IF.

       IMPRIME-RENGLON.
           MOVE SPACES TO WS-OBS.
           MOVE CR-NOMI(I) TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   MOVE SPACES TO EMP-NOMB
                   MOVE "NOMINA NO EXISTE" TO WS-OBS
               NOT INVALID KEY
                   IF EMP-STATUS = "I"
                       MOVE "BAJA - COBRO DIRECTO" TO WS-OBS
                       ADD 1 TO TOT-INACTIVOS
                   END-IF
           END-READ.
           IF WS-OBS = SPACES AND CR-STATUS(I) = "S"
               MOVE "SUSPENDIDO" TO WS-OBS
           END-IF.
           ADD 1 TO TIP-CREDITOS.
           ADD CR-DESCUENTO(I) TO TIP-DESCUENTO.
           ADD CR-SALDO(I) TO TIP-SALDO.
           MOVE SPACES TO RPT-LINE.
           MOVE CR-NOMI(I) TO RPT-LINE(1:6).
           MOVE EMP-NOMB TO RPT-LINE(9:20).
           MOVE CR-CREDITO(I) TO RPT-LINE(31:10).
           MOVE CR-FECHA-ALTA(I) TO RPT-LINE(43:8).
           MOVE CR-MONTO-ORIG(I) TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(53:12).
           MOVE CR-DESCUENTO(I) TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(67:12).
           MOVE CR-SALDO(I) TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(81:12).
           MOVE CR-STATUS(I) TO RPT-LINE(94:1).
           MOVE WS-OBS TO RPT-LINE(98:20).
           WRITE RPT-LINE.

       IMPRIME-SUBTOTAL.
           ADD TIP-CREDITOS TO TOT-CREDITOS.
           ADD TIP-DESCUENTO TO TOT-DESCUENTO.
           ADD TIP-SALDO TO TOT-SALDO.
           MOVE TIP-CREDITOS TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "  CREDITOS: " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           MOVE "DESCUENTO POR PERIODO:" TO RPT-LINE(25:22).
           MOVE TIP-DESCUENTO TO WS-EDIT-TOT.
           MOVE WS-EDIT-TOT TO RPT-LINE(48:14).
           MOVE "SALDO:" TO RPT-LINE(66:6).
           MOVE TIP-SALDO TO WS-EDIT-TOT.
           MOVE WS-EDIT-TOT TO RPT-LINE(79:14).
           WRITE RPT-LINE.

       IMPRIME-TOTALES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE TOT-CREDITOS TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL CREDITOS: " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           MOVE "DESCUENTO POR PERIODO:" TO RPT-LINE(25:22).
           MOVE TOT-DESCUENTO TO WS-EDIT-TOT.
           MOVE WS-EDIT-TOT TO RPT-LINE(48:14).
           MOVE "SALDO:" TO RPT-LINE(66:6).
           MOVE TOT-SALDO TO WS-EDIT-TOT.
           MOVE WS-EDIT-TOT TO RPT-LINE(79:14).
           WRITE RPT-LINE.
           MOVE TOT-INACTIVOS TO WS-EDIT-CONT.
           MOVE SPACES TO RPT-LINE.
           STRING "CREDITOS DE EMPLEADOS DADOS DE BAJA: " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      *---------------------- Credit statement ----------------------
      * The movement file is keyed by payroll number and credit first,
      * so the sweep meets each credit's movements together.  Within
      * a credit the key reference mixes capture dates (AAAAMMDD)
      * with payroll periods (AAAAMM[Q1/Q2]), so the movements are
      * sorted on the date they were recorded - a grant ahead of an
      * adjustment, a deduction or the settlement of the same day -
      * before printing.  The running balance is rebuilt from the
      * amounts alone and must land on the master balance.
       ESTADO-DE-CUENTA.
           MOVE WS-NOMINA TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   MOVE SPACES TO EMP-NOMB
                   MOVE SPACES TO EMP-DEPT
                   MOVE SPACE TO EMP-STATUS
           END-READ.
           MOVE SPACES TO RPT-LINE.
           STRING "ESTADO DE CUENTA DE CREDITOS - " WS-NOMINA " "
                  EMP-NOMB " DEPTO " EMP-DEPT(1:3)
                  "   STATUS: " EMP-STATUS
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "FECHA: " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO WS-ANT-CREDITO.
           OPEN INPUT CREDMOV.
           IF WS-CREDMOV-STATUS NOT = "35"
               SORT SORTWK-MOV
                   ON ASCENDING KEY SM-CREDITO SM-FECHA SM-ORDEN
                                    SM-REFER
                   INPUT PROCEDURE IS SELECCIONA-MOVIMIENTOS
                   OUTPUT PROCEDURE IS IMPRIME-MOVIMIENTOS
               CLOSE CREDMOV
           END-IF.
           IF CONT-CREDITOS = 0
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE "SIN MOVIMIENTOS DE CREDITO" TO RPT-LINE
               WRITE RPT-LINE
           END-IF.
           DISPLAY "CREDITOS: ", CONT-CREDITOS, "  MOVIMIENTOS: ",
                   CONT-MOVTOS, "  SIN CUADRAR: ", CONT-DESCUADRE.

       LEE-MOVIMIENTO.
           READ CREDMOV NEXT RECORD
               AT END MOVE 1 TO CM-EOF
           END-READ.

       SELECCIONA-MOVIMIENTOS.
           MOVE 0 TO CM-EOF.
           PERFORM LEE-MOVIMIENTO.
           PERFORM UNTIL CM-EOF = 1 OR CM-NOMI > WS-NOMINA
               IF CM-NOMI = WS-NOMINA
                       AND (WS-CREDITO = SPACES
                            OR CM-CREDITO = WS-CREDITO)
                   MOVE CM-CREDITO TO SM-CREDITO
                   MOVE CM-FECHA TO SM-FECHA
                   EVALUATE CM-TIPO
                       WHEN "O"
                           MOVE 1 TO SM-ORDEN
                       WHEN "A"
                           MOVE 2 TO SM-ORDEN
                       WHEN "D"
                           MOVE 3 TO SM-ORDEN
                       WHEN "F"
                           MOVE 4 TO SM-ORDEN
                       WHEN OTHER
                           MOVE 5 TO SM-ORDEN
                   END-EVALUATE
                   MOVE CM-REFER TO SM-REFER
                   MOVE CM-REG TO SM-MOVTO
                   RELEASE SM-REG
               END-IF
               PERFORM LEE-MOVIMIENTO
           END-PERFORM.

      * The movement comes back into the CREDMOV record, which the
      * statement paragraphs print from.
       IMPRIME-MOVIMIENTOS.
           MOVE 0 TO WS-SORT-EOF.
           PERFORM UNTIL WS-SORT-EOF = 1
               RETURN SORTWK-MOV
                   AT END MOVE 1 TO WS-SORT-EOF
               END-RETURN
               IF WS-SORT-EOF NOT = 1
                   MOVE SM-MOVTO TO CM-REG
                   IF CM-CREDITO NOT = WS-ANT-CREDITO
                       IF WS-ANT-CREDITO NOT = SPACES
                           PERFORM CIERRA-CREDITO
                       END-IF
                       PERFORM ABRE-CREDITO
                   END-IF
                   PERFORM IMPRIME-MOVIMIENTO
               END-IF
           END-PERFORM.
           IF WS-ANT-CREDITO NOT = SPACES
               PERFORM CIERRA-CREDITO
           END-IF.

       ABRE-CREDITO.
           MOVE CM-CREDITO TO WS-ANT-CREDITO.
           MOVE 0 TO WS-SALDO-CORR.
           ADD 1 TO CONT-CREDITOS.
           MOVE SPACES TO WS-TIPO-DESC.
           MOVE CM-NOMI TO CD-NOMI.
           MOVE CM-CREDITO TO CD-CREDITO.
           READ CREDMST
               INVALID KEY
                   MOVE SPACE TO CD-TIPO
                   MOVE SPACE TO CD-STATUS
                   MOVE 0 TO CD-MONTO-ORIG
                   MOVE 0 TO CD-DESCUENTO
                   MOVE 0 TO CD-SALDO
                   MOVE "NO EXISTE EN MAESTRO" TO WS-TIPO-DESC
           END-READ.
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 3
               IF CD-TIPO = TP-CODE(T)
                   MOVE TP-DESC(T) TO WS-TIPO-DESC
               END-IF
           END-PERFORM.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "CREDITO " CM-CREDITO "  TIPO " CD-TIPO " - "
                  WS-TIPO-DESC "  STATUS " CD-STATUS
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "MONTO ORIGINAL:" TO RPT-LINE(1:15).
           MOVE CD-MONTO-ORIG TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(17:12).
           MOVE "DESCUENTO POR PERIODO:" TO RPT-LINE(32:22).
           MOVE CD-DESCUENTO TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(55:12).
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "MOVIMIENTO     REFERENCIA      CARGO         "
                  "ABONO        SALDO   REGISTRADO"
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       IMPRIME-MOVIMIENTO.
           ADD 1 TO CONT-MOVTOS.
           MOVE SPACES TO RPT-LINE.
           EVALUATE CM-TIPO
               WHEN "O"
                   MOVE "OTORGAMIENTO" TO RPT-LINE(1:12)
               WHEN "A"
                   MOVE "AJUSTE" TO RPT-LINE(1:6)
               WHEN "D"
                   MOVE "DESCUENTO NOM." TO RPT-LINE(1:14)
               WHEN "F"
                   MOVE "FINIQUITO" TO RPT-LINE(1:9)
               WHEN OTHER
                   MOVE "DESCONOCIDO" TO RPT-LINE(1:11)
           END-EVALUATE.
           MOVE CM-REFER TO RPT-LINE(16:8).
           IF CM-TIPO = "D" OR CM-TIPO = "F"
               SUBTRACT CM-IMPORTE FROM WS-SALDO-CORR
               MOVE CM-IMPORTE TO WS-EDIT-IMP
               MOVE WS-EDIT-IMP TO RPT-LINE(39:12)
           ELSE
               ADD CM-IMPORTE TO WS-SALDO-CORR
               IF CM-IMPORTE < 0
                   MOVE CM-IMPORTE TO WS-EDIT-IMP
                   MOVE WS-EDIT-IMP TO RPT-LINE(39:12)
               ELSE
                   MOVE CM-IMPORTE TO WS-EDIT-IMP
                   MOVE WS-EDIT-IMP TO RPT-LINE(25:12)
               END-IF
           END-IF.
           MOVE WS-SALDO-CORR TO WS-EDIT-MOV.
           MOVE WS-EDIT-MOV TO RPT-LINE(52:13).
           MOVE CM-FECHA TO RPT-LINE(67:8).
           WRITE RPT-LINE.

       CIERRA-CREDITO.
           MOVE SPACES TO RPT-LINE.
           MOVE "SALDO EN EL MAESTRO:" TO RPT-LINE(1:20).
           MOVE CD-SALDO TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RPT-LINE(52:12).
           WRITE RPT-LINE.
           IF WS-SALDO-CORR NOT = CD-SALDO
               ADD 1 TO CONT-DESCUADRE
               MOVE SPACES TO RPT-LINE
               MOVE "AVISO: LOS MOVIMIENTOS NO CUADRAN CON EL MAESTRO"
                   TO RPT-LINE(1:48)
               WRITE RPT-LINE
           END-IF.

       END PROGRAM CRDRPT.
