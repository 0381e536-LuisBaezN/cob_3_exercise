      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Shared operator authorization.  Checks the operator
      *          id a maintenance program or RUNCTL was given against
      *          the OPERMST security master: the operator must exist,
      *          be active and hold the role the action needs, and an
      *          approver must not be the operator who captured the
      *          change being approved.  Every refusal is appended to
      *          the SECLOG security journal here, so the callers only
      *          display the reason and reject.  The operator record
      *          is cached between calls of the same operator, since
      *          BNKMAINT asks once per transaction.  Until now the
      *          id typed on the command line went into the audit
      *          trail unverified.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT SECLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST.
           COPY OPERREC.
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       77  WS-OPERMST-STATUS PIC X(02).
       77  WS-SECLOG-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-TIME PIC X(08).
       77  WS-OPER-CARGADO PIC X(08) VALUE SPACES.
       77  WS-OPER-EXISTE PIC X(01) VALUE "N".
       77  WS-MST-FALTA PIC X(01) VALUE "N".
       77  WS-TIENE-ROL PIC X(01) VALUE "N".
       01  WS-OPER-GUARDADO.
           02 WS-GU-STATUS PIC X(01).
           02 WS-GU-ROLES.
               03 WS-GU-CAPTURA PIC X(01).
               03 WS-GU-APRUEBA PIC X(01).
               03 WS-GU-PERIODOS PIC X(01).
               03 WS-GU-OPERACION PIC X(01).
               03 WS-GU-SEGURIDAD PIC X(01).
       LINKAGE SECTION.
           COPY OPERPARM.
       PROCEDURE DIVISION USING OC-PARM.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           MOVE 0 TO OC-RC.
           MOVE "OPERADOR AUTORIZADO" TO OC-MOTIVO.
           IF OC-OPERADOR = SPACES
               MOVE 4 TO OC-RC
               MOVE "OPERADOR NO INFORMADO" TO OC-MOTIVO
               PERFORM GRABA-RECHAZO
               GOBACK
           END-IF.
           IF OC-OPERADOR NOT = WS-OPER-CARGADO
               PERFORM CARGA-OPERADOR
           END-IF.
           IF WS-MST-FALTA = "S"
               MOVE 24 TO OC-RC
               MOVE "SIN MAESTRO DE OPERADORES" TO OC-MOTIVO
               PERFORM GRABA-RECHAZO
               GOBACK
           END-IF.
           IF WS-OPER-EXISTE = "N"
               MOVE 8 TO OC-RC
               MOVE "OPERADOR NO REGISTRADO" TO OC-MOTIVO
               PERFORM GRABA-RECHAZO
               GOBACK
           END-IF.
           IF WS-GU-STATUS NOT = "A"
               MOVE 12 TO OC-RC
               MOVE "OPERADOR INACTIVO" TO OC-MOTIVO
               PERFORM GRABA-RECHAZO
               GOBACK
           END-IF.
           MOVE "N" TO WS-TIENE-ROL.
           EVALUATE OC-ROL
               WHEN "C"
                   MOVE WS-GU-CAPTURA TO WS-TIENE-ROL
               WHEN "A"
                   MOVE WS-GU-APRUEBA TO WS-TIENE-ROL
               WHEN "P"
                   MOVE WS-GU-PERIODOS TO WS-TIENE-ROL
               WHEN "O"
                   MOVE WS-GU-OPERACION TO WS-TIENE-ROL
               WHEN "S"
                   MOVE WS-GU-SEGURIDAD TO WS-TIENE-ROL
           END-EVALUATE.
           IF WS-TIENE-ROL NOT = "S"
               MOVE 16 TO OC-RC
               MOVE "OPERADOR SIN EL ROL REQUERIDO" TO OC-MOTIVO
               PERFORM GRABA-RECHAZO
               GOBACK
           END-IF.
      *    Segregation of duties: whoever captured a change cannot
      *    be the one who approves it.
           IF OC-ROL = "A" AND OC-CAPTURO = OC-OPERADOR
               MOVE 20 TO OC-RC
               MOVE "EL APROBADOR ES QUIEN CAPTURO EL CAMBIO"
                   TO OC-MOTIVO
               PERFORM GRABA-RECHAZO
           END-IF.
           GOBACK.

      *------------------------ Load operator ------------------------
      * A missing master is remembered as such; the caller gets 24
      * on every call rather than a default authorization.
       CARGA-OPERADOR.
           MOVE OC-OPERADOR TO WS-OPER-CARGADO.
           MOVE "N" TO WS-OPER-EXISTE.
           MOVE "N" TO WS-MST-FALTA.
           MOVE SPACES TO WS-OPER-GUARDADO.
           OPEN INPUT OPERMST.
           IF WS-OPERMST-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO DE OPERADORES"
               MOVE "S" TO WS-MST-FALTA
           ELSE
               MOVE OC-OPERADOR TO OP-ID
               READ OPERMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-OPER-EXISTE
                       MOVE OP-STATUS TO WS-GU-STATUS
                       MOVE OP-ROLES TO WS-GU-ROLES
               END-READ
               CLOSE OPERMST
           END-IF.

      *------------------------ Security journal ------------------------
       GRABA-RECHAZO.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME FROM TIME.
           OPEN EXTEND SECLOG.
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG
           END-IF.
           MOVE WS-CURRENT-DATE TO SG-FECHA.
           MOVE WS-TIME(1:6) TO SG-HORA.
           MOVE "D" TO SG-TIPO.
           MOVE OC-OPERADOR TO SG-OPERADOR.
           MOVE OC-PROGRAMA TO SG-PROGRAMA.
           MOVE OC-ROL TO SG-ROL.
           MOVE OC-RC TO SG-RC.
           MOVE OC-DETALLE TO SG-DETALLE.
           WRITE SG-REG.
           CLOSE SECLOG.

       END PROGRAM OPERCHK.
