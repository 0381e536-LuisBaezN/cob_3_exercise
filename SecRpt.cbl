      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Security report.  Three parts:
      *            - denied attempts from the SECLOG journal: who
      *              tried what in which program, the role it needed
      *              and why OPERCHK refused it;
      *            - the security changes journaled in SECLOG (OPRMAINT
      *              operator master changes and BNKMAINT approvals
      *              and rejections of bank account changes);
      *            - every BANKACCT change still pending approval,
      *              with who captured it, when, and how many days it
      *              has been waiting (commercial calendar, months of
      *              thirty, as in AGUINALD).
      *          Command line selects the scope of the journal parts:
      *            (blank)              all entries
      *            YYYYMMDD YYYYMMDD    date range (inclusive)
      *          Pending approvals are always listed in full - they
      *          are the current state of the account master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
           SELECT BANKACCT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BA-NOMI
               FILE STATUS IS WS-BANKACCT-STATUS.
           SELECT SEC-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SECLOG.
           COPY SECREC.
       FD  BANKACCT.
           COPY BANKREC.
       FD  SEC-RPT.
       01  RPT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       77  WS-SECLOG-STATUS PIC X(02).
       77  WS-BANKACCT-STATUS PIC X(02).
       77  SG-EOF PIC 9 VALUE 0.
       77  BA-EOF PIC 9 VALUE 0.
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(24) VALUE SPACES.
       77  WS-FILTRO PIC X(01) VALUE "T".
       77  WS-FECHA-DESDE PIC 9(08) VALUE 0.
       77  WS-FECHA-HASTA PIC 9(08) VALUE 0.
       77  WS-PASADA PIC X(01) VALUE SPACE.
       77  CONT-DENEGADOS PIC 9(05) VALUE 0.
       77  CONT-CAMBIOS PIC 9(05) VALUE 0.
       77  CONT-PENDIENTES PIC 9(05) VALUE 0.
       77  WS-MOTIVO PIC X(40) VALUE SPACES.
       77  WS-DESC-TX PIC X(06) VALUE SPACES.
       77  WS-FECHA-CALC PIC 9(08) VALUE 0.
       77  WS-CALC-DIA PIC 9(02) VALUE 0.
       77  WS-CALC-MES PIC 9(02) VALUE 0.
       77  WS-CALC-ANIO PIC 9(04) VALUE 0.
       77  WS-DIAS-CALC PIC 9(07) VALUE 0.
       77  WS-DIAS-HOY PIC 9(07) VALUE 0.
       77  WS-DIAS-CAPTURA PIC 9(07) VALUE 0.
       77  WS-DIAS-PEND PIC 9(05) VALUE 0.
       77  WS-EDIT-DIAS PIC ZZZZ9.
       77  WS-EDIT-CONT PIC ZZZZ9.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           EVALUATE TRUE
               WHEN WS-PARM = SPACES
                   MOVE "T" TO WS-FILTRO
               WHEN WS-PARM(1:8) NUMERIC AND WS-PARM(10:8) NUMERIC
                   MOVE "F" TO WS-FILTRO
                   MOVE WS-PARM(1:8) TO WS-FECHA-DESDE
                   MOVE WS-PARM(10:8) TO WS-FECHA-HASTA
               WHEN OTHER
                   DISPLAY "USO: SECRPT [DESDE HASTA]"
                   STOP RUN
           END-EVALUATE.
           OPEN OUTPUT SEC-RPT.
           PERFORM IMPRIME-ENCABEZADO.
      *    The journal is read twice, once per part, so each part
      *    prints as a block in journal order.
           MOVE "D" TO WS-PASADA.
           PERFORM IMPRIME-TITULO-DENEGADOS.
           PERFORM RECORRE-SECLOG.
           MOVE CONT-DENEGADOS TO WS-EDIT-CONT.
           PERFORM IMPRIME-TOTAL.
           MOVE "M" TO WS-PASADA.
           PERFORM IMPRIME-TITULO-CAMBIOS.
           PERFORM RECORRE-SECLOG.
           MOVE CONT-CAMBIOS TO WS-EDIT-CONT.
           PERFORM IMPRIME-TOTAL.
           PERFORM IMPRIME-TITULO-PENDIENTES.
           PERFORM LISTA-PENDIENTES.
           MOVE CONT-PENDIENTES TO WS-EDIT-CONT.
           PERFORM IMPRIME-TOTAL.
           DISPLAY "INTENTOS DENEGADOS: ", CONT-DENEGADOS,
                   "  CAMBIOS DE SEGURIDAD: ", CONT-CAMBIOS,
                   "  APROBACIONES PENDIENTES: ", CONT-PENDIENTES.
           CLOSE SEC-RPT.
           STOP RUN.

      *------------------------ Security journal ------------------------
       RECORRE-SECLOG.
           MOVE 0 TO SG-EOF.
           OPEN INPUT SECLOG.
           IF WS-SECLOG-STATUS = "35"
               MOVE 1 TO SG-EOF
           ELSE
               PERFORM LEE-SECLOG
           END-IF.
           PERFORM UNTIL SG-EOF = 1
               IF WS-FILTRO = "T"
                       OR (SG-FECHA >= WS-FECHA-DESDE
                           AND SG-FECHA <= WS-FECHA-HASTA)
                   IF WS-PASADA = "D" AND SG-TIPO = "D"
                       PERFORM IMPRIME-DENEGADO
                   END-IF
                   IF WS-PASADA = "M" AND SG-TIPO NOT = "D"
                       PERFORM IMPRIME-CAMBIO
                   END-IF
               END-IF
               PERFORM LEE-SECLOG
           END-PERFORM.
           IF WS-SECLOG-STATUS NOT = "35"
               CLOSE SECLOG
           END-IF.

       LEE-SECLOG.
           READ SECLOG AT END MOVE 1 TO SG-EOF.

      *------------------------ Denied attempts ------------------------
      * The reason is spelled out from the OPERPARM return code.
       IMPRIME-DENEGADO.
           ADD 1 TO CONT-DENEGADOS.
           EVALUATE SG-RC
               WHEN 4
                   MOVE "OPERADOR NO INFORMADO" TO WS-MOTIVO
               WHEN 8
                   MOVE "OPERADOR NO REGISTRADO" TO WS-MOTIVO
               WHEN 12
                   MOVE "OPERADOR INACTIVO" TO WS-MOTIVO
               WHEN 16
                   MOVE "OPERADOR SIN EL ROL REQUERIDO" TO WS-MOTIVO
               WHEN 20
                   MOVE "EL APROBADOR ES QUIEN CAPTURO EL CAMBIO"
                       TO WS-MOTIVO
               WHEN 24
                   MOVE "SIN MAESTRO DE OPERADORES" TO WS-MOTIVO
               WHEN OTHER
                   MOVE "MOTIVO NO CATALOGADO" TO WS-MOTIVO
           END-EVALUATE.
           MOVE SPACES TO RPT-LINE.
           MOVE SG-FECHA TO RPT-LINE(1:8).
           MOVE SG-HORA TO RPT-LINE(10:6).
           MOVE SG-OPERADOR TO RPT-LINE(17:8).
           MOVE SG-PROGRAMA TO RPT-LINE(26:10).
           MOVE SG-ROL TO RPT-LINE(38:1).
           MOVE SG-RC TO RPT-LINE(41:2).
           MOVE WS-MOTIVO TO RPT-LINE(44:40).
           MOVE SG-DETALLE TO RPT-LINE(85:40).
           WRITE RPT-LINE.

      *------------------------ Security changes ------------------------
       IMPRIME-CAMBIO.
           ADD 1 TO CONT-CAMBIOS.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
               WHEN SG-TIPO = "B" AND SG-ROL = "P"
                   MOVE "CUENTA BANCARIA - CAMBIO APROBADO"
                       TO WS-MOTIVO
               WHEN SG-TIPO = "B"
                   MOVE "CUENTA BANCARIA - CAMBIO RECHAZADO"
                       TO WS-MOTIVO
               WHEN SG-ROL = "A"
                   MOVE "OPERADORES - ALTA" TO WS-MOTIVO
               WHEN SG-ROL = "C"
                   MOVE "OPERADORES - CAMBIO" TO WS-MOTIVO
               WHEN OTHER
                   MOVE "OPERADORES - BAJA" TO WS-MOTIVO
           END-EVALUATE.
           MOVE SPACES TO RPT-LINE.
           MOVE SG-FECHA TO RPT-LINE(1:8).
           MOVE SG-HORA TO RPT-LINE(10:6).
           MOVE SG-OPERADOR TO RPT-LINE(17:8).
           MOVE SG-PROGRAMA TO RPT-LINE(26:10).
           MOVE WS-MOTIVO TO RPT-LINE(44:40).
           MOVE SG-DETALLE TO RPT-LINE(85:40).
           WRITE RPT-LINE.

      *------------------------ Pending approvals ------------------------
       LISTA-PENDIENTES.
           MOVE WS-CURRENT-DATE TO WS-FECHA-CALC.
           PERFORM CALCULA-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-HOY.
           MOVE 0 TO BA-EOF.
           OPEN INPUT BANKACCT.
           IF WS-BANKACCT-STATUS = "35"
               DISPLAY "AVISO: NO SE ENCUENTRA EL MAESTRO BANKACCT"
               MOVE 1 TO BA-EOF
           ELSE
               PERFORM LEE-CUENTA
           END-IF.
           PERFORM UNTIL BA-EOF = 1
               IF BA-PEND-TX NOT = SPACE
                   PERFORM IMPRIME-PENDIENTE
               END-IF
               PERFORM LEE-CUENTA
           END-PERFORM.
           IF WS-BANKACCT-STATUS NOT = "35"
               CLOSE BANKACCT
           END-IF.

       LEE-CUENTA.
           READ BANKACCT NEXT RECORD
               AT END MOVE 1 TO BA-EOF
           END-READ.

       IMPRIME-PENDIENTE.
           ADD 1 TO CONT-PENDIENTES.
           EVALUATE BA-PEND-TX
               WHEN "A"
                   MOVE "ALTA" TO WS-DESC-TX
               WHEN "C"
                   MOVE "CAMBIO" TO WS-DESC-TX
               WHEN OTHER
                   MOVE "BAJA" TO WS-DESC-TX
           END-EVALUATE.
           MOVE BA-PEND-FECHA TO WS-FECHA-CALC.
           PERFORM CALCULA-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-CAPTURA.
           IF WS-DIAS-HOY > WS-DIAS-CAPTURA
               COMPUTE WS-DIAS-PEND = WS-DIAS-HOY - WS-DIAS-CAPTURA
           ELSE
               MOVE 0 TO WS-DIAS-PEND
           END-IF.
           MOVE WS-DIAS-PEND TO WS-EDIT-DIAS.
           MOVE SPACES TO RPT-LINE.
           MOVE BA-NOMI TO RPT-LINE(1:6).
           MOVE WS-DESC-TX TO RPT-LINE(9:6).
           MOVE BA-STATUS TO RPT-LINE(17:1).
           MOVE BA-CLABE TO RPT-LINE(20:18).
           MOVE BA-PEND-CLABE TO RPT-LINE(40:18).
           MOVE BA-PEND-BANCO TO RPT-LINE(60:3).
           MOVE BA-PEND-OPER TO RPT-LINE(65:8).
           MOVE BA-PEND-FECHA TO RPT-LINE(75:8).
           MOVE WS-EDIT-DIAS TO RPT-LINE(85:5).
           WRITE RPT-LINE.

      *------------------------ Commercial day count ------------------------
      * Days since year zero counting months of thirty; only the
      * difference between two dates is used.
       CALCULA-DIAS.
           MOVE WS-FECHA-CALC(1:4) TO WS-CALC-ANIO.
           MOVE WS-FECHA-CALC(5:2) TO WS-CALC-MES.
           MOVE WS-FECHA-CALC(7:2) TO WS-CALC-DIA.
           IF WS-CALC-DIA > 30
               MOVE 30 TO WS-CALC-DIA
           END-IF.
           IF WS-CALC-MES < 1
               MOVE 1 TO WS-CALC-MES
           END-IF.
           COMPUTE WS-DIAS-CALC = WS-CALC-ANIO * 360
               + (WS-CALC-MES - 1) * 30 + WS-CALC-DIA.

      *------------------------ Report lines ------------------------
       IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-LINE.
           STRING "REPORTE DE SEGURIDAD - INTENTOS DENEGADOS Y ",
                  "APROBACIONES PENDIENTES  AL " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-FILTRO = "F"
               STRING "BITACORA DEL " WS-FECHA-DESDE " AL "
                      WS-FECHA-HASTA
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "BITACORA COMPLETA"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF.
           WRITE RPT-LINE.

       IMPRIME-TITULO-DENEGADOS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "INTENTOS DENEGADOS" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "FECHA" TO RPT-LINE(1:5).
           MOVE "HORA" TO RPT-LINE(10:4).
           MOVE "OPERADOR" TO RPT-LINE(17:8).
           MOVE "PROGRAMA" TO RPT-LINE(26:8).
           MOVE "ROL" TO RPT-LINE(37:3).
           MOVE "RC" TO RPT-LINE(41:2).
           MOVE "MOTIVO" TO RPT-LINE(44:6).
           MOVE "INTENTO" TO RPT-LINE(85:7).
           WRITE RPT-LINE.

       IMPRIME-TITULO-CAMBIOS.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CAMBIOS DE SEGURIDAD" TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "FECHA" TO RPT-LINE(1:5).
           MOVE "HORA" TO RPT-LINE(10:4).
           MOVE "OPERADOR" TO RPT-LINE(17:8).
           MOVE "PROGRAMA" TO RPT-LINE(26:8).
           MOVE "MOVIMIENTO" TO RPT-LINE(44:10).
           MOVE "DETALLE" TO RPT-LINE(85:7).
           WRITE RPT-LINE.

       IMPRIME-TITULO-PENDIENTES.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE "CUENTAS BANCARIAS PENDIENTES DE APROBACION"
               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "NOMINA" TO RPT-LINE(1:6).
           MOVE "CAMBIO" TO RPT-LINE(9:6).
           MOVE "ST" TO RPT-LINE(16:2).
           MOVE "CLABE APROBADA" TO RPT-LINE(20:14).
           MOVE "CLABE CAPTURADA" TO RPT-LINE(40:15).
           MOVE "BCO" TO RPT-LINE(60:3).
           MOVE "CAPTURO" TO RPT-LINE(65:7).
           MOVE "FECHA" TO RPT-LINE(75:5).
           MOVE "DIAS" TO RPT-LINE(86:4).
           WRITE RPT-LINE.

       IMPRIME-TOTAL.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL: " WS-EDIT-CONT
               DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

       END PROGRAM SECRPT.
