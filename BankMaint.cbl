      *          (check digit, bank catalog, bank code cross-check)
      *          so a typo bounces here instead of two days later as
      *          a BANKREJ rejection.
      *          No capture takes effect on its own: altas, cambios
      *          and bajas ("A" / "C" / "I", capture role) wait in
      *          the pending fields of the account until a second,
      *          different operator with the approval role applies
      *          them ("P") or turns them down ("X").  BANKDISP keeps
      *          paying the last approved account meanwhile and never
      *          pays a pending alta.  Command line: OPERADOR, checked
      *          per transaction against OPERMST by OPERCHK; every
      *          approval or rejection is journaled in SECLOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           02 BTX-BANCO PIC X(03).
       FD  BANK-RPT.
       01  RPT-REG PIC X(80).
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-BANKACCT-STATUS PIC X(02).
       77  WS-SECLOG-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-TIME PIC X(08).
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  TX-EOF PIC 9 VALUE 0.
       77  CONT-ALTA PIC 9(05) VALUE 0.
       77  CONT-CAMBIO PIC 9(05) VALUE 0.
       77  CONT-BAJA PIC 9(05) VALUE 0.
       77  CONT-RECHAZO PIC 9(05) VALUE 0.
       77  CONT-APROBADA PIC 9(05) VALUE 0.
       77  CONT-DEVUELTA PIC 9(05) VALUE 0.
       77  WS-EMP-VALID PIC X(01) VALUE "N".
       77  WS-CLABE-VALID PIC X(01) VALUE "N".
       77  WS-AUTORIZADO PIC X(01) VALUE "N".
       77  WS-PEND-TX PIC X(01) VALUE SPACE.
       77  WS-PEND-OPER PIC X(08) VALUE SPACES.
       77  WS-DESC-TX PIC X(06) VALUE SPACES.
       77  RPT-MOTIVO PIC X(40) VALUE SPACES.
           COPY CLABPARM.
           COPY OPERPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
      *    Each capture and each approval is authorized against the
      *    operator given on the command line, so the id is required.
           ACCEPT WS-OPERADOR FROM COMMAND-LINE.
           IF WS-OPERADOR = SPACES
               DISPLAY "USO: BNKMAINT OPERADOR"
               STOP RUN
           END-IF.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO DE EMPLEADOS"
           END-IF.
           PERFORM LEE-TRANSACCION.
           PERFORM PROCESA-TRANSACCION UNTIL TX-EOF = 1.
           DISPLAY "CAPTURADAS - ALTAS: ", CONT-ALTA, "  CAMBIOS: ",
                   CONT-CAMBIO, "  BAJAS: ", CONT-BAJA.
           DISPLAY "APROBADAS: ", CONT-APROBADA, "  DEVUELTAS: ",
                   CONT-DEVUELTA, "  RECHAZOS: ", CONT-RECHAZO.
           CLOSE EMPLOYEES.
           CLOSE BANKACCT.
           CLOSE BANK-TRANS.
       PROCESA-TRANSACCION.
           EVALUATE BTX-CODE
               WHEN "A"
                   PERFORM AUTORIZA-CAPTURA
                   IF WS-AUTORIZADO = "S"
                       PERFORM ALTA-CUENTA
                   END-IF
               WHEN "C"
                   PERFORM AUTORIZA-CAPTURA
                   IF WS-AUTORIZADO = "S"
                       PERFORM CAMBIO-CUENTA
                   END-IF
               WHEN "I"
                   PERFORM AUTORIZA-CAPTURA
                   IF WS-AUTORIZADO = "S"
                       PERFORM BAJA-CUENTA
                   END-IF
               WHEN "P"
                   PERFORM APRUEBA-CAMBIO
               WHEN "X"
                   PERFORM DEVUELVE-CAMBIO
               WHEN OTHER
                   MOVE "CODIGO DE TRANSACCION DESCONOCIDO"
                       TO RPT-MOTIVO
           END-READ.

      *------------------------ Validate CLABE ------------------------
      * The caller loads CV-CLABE / CV-BANCO: the captured account,
      * or the pending one again at approval time.
       VALIDA-CLABE.
           MOVE "N" TO WS-CLABE-VALID.
           CALL "CLABECHK" USING CV-PARM.
           EVALUATE CV-RC
               WHEN 0
               MOVE "NOMINA NO EXISTE EN MAESTRO" TO RPT-MOTIVO
               PERFORM GRABA-RECHAZO-TX
           ELSE
           MOVE BTX-CLABE TO CV-CLABE
           MOVE BTX-BANCO TO CV-BANCO
           PERFORM VALIDA-CLABE
           IF WS-CLABE-VALID = "N"
               PERFORM GRABA-RECHAZO-TX
               MOVE BTX-NOMI TO BA-NOMI
               READ BANKACCT
                   INVALID KEY
      *                A new account carries no approved CLABE until
      *                the approval moves the pending one in.
                       MOVE SPACES TO BA-CLABE
                       MOVE SPACES TO BA-BANCO
                       MOVE "P" TO BA-STATUS
                       MOVE SPACES TO BA-APROB-OPER
                       MOVE 0 TO BA-APROB-FECHA
                       PERFORM CAPTURA-PENDIENTE
                       WRITE BA-REG
                       ADD 1 TO CONT-ALTA
                       MOVE "ALTA CAPTURADA - PENDIENTE DE APROBACION"
                           TO RPT-MOTIVO
                       PERFORM GRABA-ACEPTADA
                   NOT INVALID KEY
                       MOVE "CUENTA YA EXISTE" TO RPT-MOTIVO

      *------------------------ Change account ------------------------
       CAMBIO-CUENTA.
           MOVE BTX-CLABE TO CV-CLABE.
           MOVE BTX-BANCO TO CV-BANCO.
           PERFORM VALIDA-CLABE.
           IF WS-CLABE-VALID = "N"
               PERFORM GRABA-RECHAZO-TX
                       MOVE "CUENTA NO EXISTE" TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   NOT INVALID KEY
                       IF BA-PEND-TX NOT = SPACE
                           MOVE "YA HAY UN CAMBIO PENDIENTE DE APROBAR"
                               TO RPT-MOTIVO
                           PERFORM GRABA-RECHAZO-TX
                       ELSE
                           PERFORM CAPTURA-PENDIENTE
                           REWRITE BA-REG
                           ADD 1 TO CONT-CAMBIO
                           MOVE
                             "CAMBIO CAPTURADO - PENDIENTE DE APROBAR"
                               TO RPT-MOTIVO
                           PERFORM GRABA-ACEPTADA
                       END-IF
               END-READ
           END-IF.

                   MOVE "CUENTA NO EXISTE" TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               NOT INVALID KEY
                   IF BA-PEND-TX NOT = SPACE
                       MOVE "YA HAY UN CAMBIO PENDIENTE DE APROBAR"
                           TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   ELSE
                       MOVE SPACES TO BTX-CLABE
                       MOVE SPACES TO BTX-BANCO
                       PERFORM CAPTURA-PENDIENTE
                       REWRITE BA-REG
                       ADD 1 TO CONT-BAJA
                       MOVE "BAJA CAPTURADA - PENDIENTE DE APROBACION"
                           TO RPT-MOTIVO
                       PERFORM GRABA-ACEPTADA
                   END-IF
           END-READ.

      *------------------------ Pending capture ------------------------
       CAPTURA-PENDIENTE.
           MOVE BTX-CODE TO BA-PEND-TX.
           MOVE BTX-CLABE TO BA-PEND-CLABE.
           MOVE BTX-BANCO TO BA-PEND-BANCO.
           MOVE WS-OPERADOR TO BA-PEND-OPER.
           MOVE WS-CURRENT-DATE TO BA-PEND-FECHA.

       LIMPIA-PENDIENTE.
           MOVE SPACE TO BA-PEND-TX.
           MOVE SPACES TO BA-PEND-CLABE.
           MOVE SPACES TO BA-PEND-BANCO.
           MOVE SPACES TO BA-PEND-OPER.
           MOVE 0 TO BA-PEND-FECHA.

      *------------------------ Approve pending change ------------------------
      * The approver must hold the approval role and must not be the
      * operator who captured the change (OPERCHK enforces both).
      * The CLABE is validated again, since the bank catalog may
      * have changed while the capture waited.
       APRUEBA-CAMBIO.
           MOVE BTX-NOMI TO BA-NOMI.
           READ BANKACCT
               INVALID KEY
                   MOVE "CUENTA NO EXISTE" TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               NOT INVALID KEY
                   IF BA-PEND-TX = SPACE
                       MOVE "LA CUENTA NO TIENE CAMBIO PENDIENTE"
                           TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   ELSE
                       MOVE BA-PEND-OPER TO OC-CAPTURO
                       PERFORM AUTORIZA-APROBACION
                       IF WS-AUTORIZADO = "S"
                           PERFORM APLICA-CAMBIO
                       END-IF
                   END-IF
           END-READ.

       APLICA-CAMBIO.
           MOVE "S" TO WS-CLABE-VALID.
           IF BA-PEND-TX NOT = "I"
               MOVE BA-PEND-CLABE TO CV-CLABE
               MOVE BA-PEND-BANCO TO CV-BANCO
               PERFORM VALIDA-CLABE
           END-IF.
           IF WS-CLABE-VALID = "N"
               PERFORM GRABA-RECHAZO-TX
           ELSE
               MOVE BA-PEND-TX TO WS-PEND-TX
               MOVE BA-PEND-OPER TO WS-PEND-OPER
               IF BA-PEND-TX = "I"
                   MOVE "I" TO BA-STATUS
               ELSE
                   MOVE BA-PEND-CLABE TO BA-CLABE
                   MOVE BA-PEND-BANCO TO BA-BANCO
                   MOVE "A" TO BA-STATUS
               END-IF
               MOVE WS-OPERADOR TO BA-APROB-OPER
               MOVE WS-CURRENT-DATE TO BA-APROB-FECHA
               PERFORM LIMPIA-PENDIENTE
               REWRITE BA-REG
               ADD 1 TO CONT-APROBADA
               PERFORM DESCRIBE-PENDIENTE
               MOVE SPACES TO RPT-MOTIVO
               STRING WS-DESC-TX DELIMITED BY SPACE
                      " APROBADA - CAPTURO " WS-PEND-OPER
                   DELIMITED BY SIZE INTO RPT-MOTIVO
               PERFORM GRABA-ACEPTADA
               MOVE "P" TO SG-ROL
               PERFORM GRABA-SECLOG
           END-IF.

      *------------------------ Turn down pending change ------------------------
      * A rejected alta leaves nothing behind - the account never
      * existed; a rejected cambio or baja leaves the approved
      * account as it was.
       DEVUELVE-CAMBIO.
           MOVE BTX-NOMI TO BA-NOMI.
           READ BANKACCT
               INVALID KEY
                   MOVE "CUENTA NO EXISTE" TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               NOT INVALID KEY
                   IF BA-PEND-TX = SPACE
                       MOVE "LA CUENTA NO TIENE CAMBIO PENDIENTE"
                           TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   ELSE
                       MOVE SPACES TO OC-CAPTURO
                       PERFORM AUTORIZA-APROBACION
                       IF WS-AUTORIZADO = "S"
                           MOVE BA-PEND-TX TO WS-PEND-TX
                           MOVE BA-PEND-OPER TO WS-PEND-OPER
                           IF BA-PEND-TX = "A"
                               DELETE BANKACCT RECORD
                           ELSE
                               PERFORM LIMPIA-PENDIENTE
                               REWRITE BA-REG
                           END-IF
                           ADD 1 TO CONT-DEVUELTA
                           PERFORM DESCRIBE-PENDIENTE
                           MOVE SPACES TO RPT-MOTIVO
                           STRING WS-DESC-TX DELIMITED BY SPACE
                                  " RECHAZADA - CAPTURO " WS-PEND-OPER
                               DELIMITED BY SIZE INTO RPT-MOTIVO
                           PERFORM GRABA-ACEPTADA
                           MOVE "X" TO SG-ROL
                           PERFORM GRABA-SECLOG
                       END-IF
                   END-IF
           END-READ.

       DESCRIBE-PENDIENTE.
           EVALUATE WS-PEND-TX
               WHEN "A"
                   MOVE "ALTA" TO WS-DESC-TX
               WHEN "C"
                   MOVE "CAMBIO" TO WS-DESC-TX
               WHEN OTHER
                   MOVE "BAJA" TO WS-DESC-TX
           END-EVALUATE.

      *------------------------ Operator authorization ------------------------
      * OPERCHK journals every refusal in SECLOG; here it only
      * becomes a rejected transaction on the report.
       AUTORIZA-CAPTURA.
           MOVE "C" TO OC-ROL.
           MOVE SPACES TO OC-CAPTURO.
           PERFORM AUTORIZA-OPERADOR.

       AUTORIZA-APROBACION.
           MOVE "A" TO OC-ROL.
           PERFORM AUTORIZA-OPERADOR.

       AUTORIZA-OPERADOR.
           MOVE "N" TO WS-AUTORIZADO.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "BNKMAINT" TO OC-PROGRAMA.
           MOVE SPACES TO OC-DETALLE.
           STRING "TRANSACCION " BTX-CODE " NOMINA " BTX-NOMI
               DELIMITED BY SIZE INTO OC-DETALLE.
           CALL "OPERCHK" USING OC-PARM.
           IF OC-RC = 0
               MOVE "S" TO WS-AUTORIZADO
           ELSE
               MOVE OC-MOTIVO TO RPT-MOTIVO
               PERFORM GRABA-RECHAZO-TX
           END-IF.

      *------------------------ Security journal ------------------------
      * SG-ROL carries "P" (approved) or "X" (rejected) on entry.
       GRABA-SECLOG.
           ACCEPT WS-TIME FROM TIME.
           OPEN EXTEND SECLOG.
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG
           END-IF.
           MOVE WS-CURRENT-DATE TO SG-FECHA.
           MOVE WS-TIME(1:6) TO SG-HORA.
           MOVE "B" TO SG-TIPO.
           MOVE WS-OPERADOR TO SG-OPERADOR.
           MOVE "BNKMAINT" TO SG-PROGRAMA.
           MOVE 0 TO SG-RC.
           MOVE SPACES TO SG-DETALLE.
           STRING WS-DESC-TX DELIMITED BY SPACE
                  " NOMINA " BA-NOMI " CAPTURO " WS-PEND-OPER
               DELIMITED BY SIZE INTO SG-DETALLE.
           WRITE SG-REG.
           CLOSE SECLOG.

      *------------------------ Report lines ------------------------
       GRABA-ACEPTADA.
           MOVE SPACES TO RPT-REG.
