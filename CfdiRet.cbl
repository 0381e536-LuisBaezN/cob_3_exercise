      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: CFDI stamping return processing.  Loads the response
      *          file the PAC sends back for a CFDIEXT extract
      *          (payroll number, period, result, UUID, stamping date
      *          and message per line) and records each answer in
      *          TIMBRADO: "T" with the SAT folio fiscal (UUID), or
      *          "R" with the PAC's rejection message so the data can
      *          be fixed in FISMAINT and the receipt extracted
      *          again.  It then sweeps TIMBRADO and lists every
      *          receipt of the period still pending or rejected,
      *          which is the proof that every payment was stamped
      *          once the list comes out empty.  Employees CFDIEXT
      *          could not send for lack of fiscal data are in the
      *          register as rejected with that cause, so they are
      *          listed too.
      *          Command line: the period (AAAAMM[Q1/Q2/AG]).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDIRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CFDIRESP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CFDIRESP-STATUS.
           SELECT TIMBRADO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS WS-TIMBRADO-STATUS.
           SELECT TIMB-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * PAC response layout.  CR-RESULTADO: "T" timbrado, "R"
      * rechazado.
       FD  CFDIRESP.
       01  CR-REG.
           02 CR-NOMI PIC 9(06).
           02 CR-PERIODO PIC X(08).
           02 CR-RESULTADO PIC X(01).
           02 CR-UUID PIC X(36).
           02 CR-FECHA PIC 9(08).
           02 CR-MENSAJE PIC X(40).
       FD  TIMBRADO.
           COPY TIMBREC.
       FD  TIMB-RPT.
       01  RPT-REG PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-CFDIRESP-STATUS PIC X(02).
       77  WS-TIMBRADO-STATUS PIC X(02).
       77  WS-PARM PIC X(10) VALUE SPACES.
       77  WS-PERIOD PIC X(08) VALUE SPACES.
       77  CR-EOF PIC 9 VALUE 0.
       77  TI-EOF PIC 9 VALUE 0.
       77  CONT-RESPUESTAS PIC 9(05) VALUE 0.
       77  CONT-TIMBRADOS PIC 9(05) VALUE 0.
       77  CONT-RECHAZADOS PIC 9(05) VALUE 0.
       77  CONT-IGNORADAS PIC 9(05) VALUE 0.
       77  CONT-PEND-P PIC 9(05) VALUE 0.
       77  CONT-PEND-R PIC 9(05) VALUE 0.
       77  CONT-OK-PERIODO PIC 9(05) VALUE 0.
       77  RPT-MOTIVO PIC X(45) VALUE SPACES.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:6) NOT NUMERIC
               DISPLAY "USO: CFDIRET PERIODO (AAAAMM[Q1/Q2/AG])"
               STOP RUN
           END-IF.
           MOVE WS-PARM(1:6) TO WS-PERIOD(1:6).
           IF WS-PARM(7:2) = "Q1" OR WS-PARM(7:2) = "Q2"
                   OR WS-PARM(7:2) = "AG"
               MOVE WS-PARM(7:2) TO WS-PERIOD(7:2)
           END-IF.
           IF WS-PERIOD(7:2) = "AG" AND WS-PERIOD(5:2) NOT = "12"
               DISPLAY "ERROR: EL AGUINALDO SOLO SE PAGA EN DICIEMBRE ",
                       "(AAAA12AG)"
               STOP RUN
           END-IF.
           OPEN I-O TIMBRADO.
           IF WS-TIMBRADO-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL REGISTRO DE TIMBRADO - ",
                       "CORRA CFDIEXT PRIMERO"
               STOP RUN
           END-IF.
           OPEN OUTPUT TIMB-RPT.
           MOVE SPACES TO RPT-REG.
           STRING "RESPUESTA DEL PAC - TIMBRADO DE NOMINA PERIODO "
                  WS-PERIOD
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.
           MOVE SPACES TO RPT-REG.
           WRITE RPT-REG.
           OPEN INPUT CFDIRESP.
           IF WS-CFDIRESP-STATUS = "35"
               DISPLAY "AVISO: SIN ARCHIVO DE RESPUESTA DEL PAC - SOLO ",
                       "SE LISTAN LOS RECIBOS PENDIENTES"
           ELSE
               PERFORM LEE-RESPUESTA
               PERFORM PROCESA-RESPUESTA UNTIL CR-EOF = 1
               CLOSE CFDIRESP
           END-IF.
           PERFORM LISTA-PENDIENTES.
           DISPLAY "RESPUESTAS LEIDAS: ", CONT-RESPUESTAS.
           DISPLAY "TIMBRADOS REGISTRADOS: ", CONT-TIMBRADOS.
           DISPLAY "RECHAZOS REGISTRADOS: ", CONT-RECHAZADOS.
           DISPLAY "RESPUESTAS NO APLICADAS: ", CONT-IGNORADAS.
           DISPLAY "RECIBOS DEL PERIODO TIMBRADOS: ", CONT-OK-PERIODO.
           DISPLAY "RECIBOS SIN TIMBRAR: ", CONT-PEND-P,
                   " PENDIENTES, ", CONT-PEND-R, " RECHAZADOS".
           CLOSE TIMBRADO.
           CLOSE TIMB-RPT.
           STOP RUN.

      *------------------------ Read PAC response ------------------------
       LEE-RESPUESTA.
           READ CFDIRESP AT END MOVE 1 TO CR-EOF.

      *------------------------ One PAC answer ------------------------
      * A receipt already stamped keeps its UUID: a second answer
      * for it (a resent file, or a different UUID) is reported and
      * not applied, since the first folio is the one SAT holds.
       PROCESA-RESPUESTA.
           ADD 1 TO CONT-RESPUESTAS.
           EVALUATE TRUE
               WHEN CR-PERIODO NOT = WS-PERIOD
                   MOVE "RESPUESTA DE OTRO PERIODO" TO RPT-MOTIVO
                   PERFORM GRABA-IGNORADA
               WHEN CR-RESULTADO NOT = "T" AND CR-RESULTADO NOT = "R"
                   MOVE "RESULTADO DEL PAC DESCONOCIDO" TO RPT-MOTIVO
                   PERFORM GRABA-IGNORADA
               WHEN CR-RESULTADO = "T" AND CR-UUID = SPACES
                   MOVE "TIMBRADO SIN UUID" TO RPT-MOTIVO
                   PERFORM GRABA-IGNORADA
               WHEN OTHER
                   PERFORM APLICA-RESPUESTA
           END-EVALUATE.
           PERFORM LEE-RESPUESTA.

       APLICA-RESPUESTA.
           MOVE CR-NOMI TO TI-NOMI.
           MOVE CR-PERIODO TO TI-PERIODO.
           READ TIMBRADO
               INVALID KEY
                   MOVE "RECIBO NO EXTRAIDO POR CFDIEXT" TO RPT-MOTIVO
                   PERFORM GRABA-IGNORADA
               NOT INVALID KEY
                   IF TI-STATUS = "T"
                       IF TI-UUID = CR-UUID
                           MOVE "YA REGISTRADO CON ESE UUID"
                               TO RPT-MOTIVO
                       ELSE
                           MOVE "YA TIMBRADO CON OTRO UUID - VERIFICAR"
                               TO RPT-MOTIVO
                       END-IF
                       PERFORM GRABA-IGNORADA
                   ELSE
                       IF CR-RESULTADO = "T"
                           MOVE "T" TO TI-STATUS
                           MOVE CR-UUID TO TI-UUID
                           MOVE SPACES TO TI-CAUSA
                           MOVE CR-FECHA TO TI-FECHA-TIM
                           ADD 1 TO CONT-TIMBRADOS
                       ELSE
                           MOVE "R" TO TI-STATUS
                           MOVE SPACES TO TI-UUID
                           MOVE CR-MENSAJE TO TI-CAUSA
                           MOVE 0 TO TI-FECHA-TIM
                           ADD 1 TO CONT-RECHAZADOS
                       END-IF
                       REWRITE TI-REG
                   END-IF
           END-READ.

       GRABA-IGNORADA.
           ADD 1 TO CONT-IGNORADAS.
           MOVE SPACES TO RPT-REG.
           STRING "NO APLICADA " CR-NOMI " " CR-PERIODO " "
                  CR-RESULTADO " " RPT-MOTIVO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

      *------------------- Receipts still unstamped -------------------
      * The register is reopened so the sweep starts from the first
      * key after the random updates above.
       LISTA-PENDIENTES.
           MOVE SPACES TO RPT-REG.
           WRITE RPT-REG.
           MOVE SPACES TO RPT-REG.
           STRING "RECIBOS SIN TIMBRAR DEL PERIODO " WS-PERIOD ":"
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.
           CLOSE TIMBRADO.
           OPEN INPUT TIMBRADO.
           MOVE 0 TO TI-EOF.
           PERFORM LEE-TIMBRADO.
           PERFORM UNTIL TI-EOF = 1
               IF TI-PERIODO = WS-PERIOD
                   EVALUATE TI-STATUS
                       WHEN "T"
                           ADD 1 TO CONT-OK-PERIODO
                       WHEN "R"
                           ADD 1 TO CONT-PEND-R
                           MOVE SPACES TO RPT-REG
                           STRING "RECHAZADO " TI-NOMI " " TI-CAUSA
                               DELIMITED BY SIZE INTO RPT-REG
                           WRITE RPT-REG
                       WHEN OTHER
                           ADD 1 TO CONT-PEND-P
                           MOVE SPACES TO RPT-REG
                           STRING "PENDIENTE " TI-NOMI
                                  " EXTRAIDO EL " TI-FECHA-EXT
                                  " SIN RESPUESTA DEL PAC"
                               DELIMITED BY SIZE INTO RPT-REG
                           WRITE RPT-REG
                   END-EVALUATE
               END-IF
               PERFORM LEE-TIMBRADO
           END-PERFORM.
           MOVE SPACES TO RPT-REG.
           WRITE RPT-REG.
           MOVE SPACES TO RPT-REG.
           IF CONT-PEND-P = 0 AND CONT-PEND-R = 0
               STRING "TODOS LOS RECIBOS EXTRAIDOS ESTAN TIMBRADOS ("
                      CONT-OK-PERIODO ")"
                   DELIMITED BY SIZE INTO RPT-REG
           ELSE
               STRING "TIMBRADOS: " CONT-OK-PERIODO
                      "  PENDIENTES: " CONT-PEND-P
                      "  RECHAZADOS: " CONT-PEND-R
                   DELIMITED BY SIZE INTO RPT-REG
           END-IF.
           WRITE RPT-REG.

       LEE-TIMBRADO.
           READ TIMBRADO NEXT RECORD
               AT END MOVE 1 TO TI-EOF
           END-READ.

       END PROGRAM CFDIRET.
