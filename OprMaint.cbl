      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 15/10/26
      * Purpose: Maintenance program for the OPERMST operator
      *          security master, companion to OPERCHK.  Transactions
      *          add an operator, change its name and roles (which
      *          also reactivates it) and inactivate it; an operator
      *          is never deleted, so old audit and security journal
      *          entries keep resolving to a name.  The operator on
      *          the command line must hold the security role and
      *          may not change their own record, so nobody grants
      *          themselves a role.  While the master is missing or
      *          holds no active operator with the security role the
      *          run is an initial load: only altas are accepted and
      *          no role is required, so the first security operator
      *          can be registered.  Every applied change is written
      *          to the SECLOG security journal.
      *          Command line: OPERADOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERMST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-ID
               FILE STATUS IS WS-OPERMST-STATUS.
           SELECT OPER-TRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERMNT-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SECLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SECLOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPERMST.
           COPY OPERREC.
       FD  OPER-TRANS.
       01  OTX-REG.
           02 OTX-CODE PIC X(01).
           02 OTX-ID PIC X(08).
           02 OTX-NOMBRE PIC X(30).
           02 OTX-ROLES PIC X(05).
       FD  OPERMNT-RPT.
       01  RPT-REG PIC X(80).
       FD  SECLOG.
           COPY SECREC.
       WORKING-STORAGE SECTION.
       77  WS-OPERMST-STATUS PIC X(02).
       77  WS-SECLOG-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-TIME PIC X(08).
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-CARGA-INICIAL PIC X(01) VALUE "N".
       77  WS-ROLES-VALID PIC X(01) VALUE "N".
       77  OP-EOF PIC 9 VALUE 0.
       77  TX-EOF PIC 9 VALUE 0.
       77  I PIC 9(01).
       77  CONT-ALTA PIC 9(05) VALUE 0.
       77  CONT-CAMBIO PIC 9(05) VALUE 0.
       77  CONT-BAJA PIC 9(05) VALUE 0.
       77  CONT-RECHAZO PIC 9(05) VALUE 0.
       77  RPT-MOTIVO PIC X(40) VALUE SPACES.
           COPY OPERPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-OPERADOR FROM COMMAND-LINE.
           IF WS-OPERADOR = SPACES
               DISPLAY "USO: OPRMAINT OPERADOR"
               STOP RUN
           END-IF.
           PERFORM BUSCA-SEGURIDAD.
           IF WS-CARGA-INICIAL = "S"
               DISPLAY "AVISO: EL MAESTRO DE OPERADORES NO TIENE ",
                       "OPERADOR DE SEGURIDAD ACTIVO"
               DISPLAY "AVISO: CARGA INICIAL - SOLO SE ACEPTAN ALTAS"
           ELSE
               PERFORM VERIFICA-OPERADOR
           END-IF.
           OPEN I-O OPERMST.
           IF WS-OPERMST-STATUS = "35"
               OPEN OUTPUT OPERMST
               CLOSE OPERMST
               OPEN I-O OPERMST
           END-IF.
           OPEN INPUT OPER-TRANS.
           OPEN OUTPUT OPERMNT-RPT.
           OPEN EXTEND SECLOG.
           IF WS-SECLOG-STATUS = "35"
               OPEN OUTPUT SECLOG
           END-IF.
           PERFORM LEE-TRANSACCION.
           PERFORM PROCESA-TRANSACCION UNTIL TX-EOF = 1.
           DISPLAY "ALTAS: ", CONT-ALTA, "  CAMBIOS: ", CONT-CAMBIO,
                   "  BAJAS: ", CONT-BAJA, "  RECHAZOS: ", CONT-RECHAZO.
           CLOSE OPERMST.
           CLOSE OPER-TRANS.
           CLOSE OPERMNT-RPT.
           CLOSE SECLOG.
           STOP RUN.

      *------------------- Initial load detection -------------------
      * The run is an initial load when no active operator holds the
      * security role; otherwise nobody could ever be authorized to
      * register the first one.
       BUSCA-SEGURIDAD.
           MOVE "S" TO WS-CARGA-INICIAL.
           MOVE 0 TO OP-EOF.
           OPEN INPUT OPERMST.
           IF WS-OPERMST-STATUS = "35"
               MOVE 1 TO OP-EOF
           ELSE
               PERFORM LEE-OPERADOR
           END-IF.
           PERFORM UNTIL OP-EOF = 1
               IF OP-STATUS = "A" AND OP-ROL-SEGURIDAD = "S"
                   MOVE "N" TO WS-CARGA-INICIAL
               END-IF
               PERFORM LEE-OPERADOR
           END-PERFORM.
           IF WS-OPERMST-STATUS NOT = "35"
               CLOSE OPERMST
           END-IF.

       LEE-OPERADOR.
           READ OPERMST NEXT RECORD
               AT END MOVE 1 TO OP-EOF
           END-READ.

      *------------------- Operator authorization -------------------
      * Maintaining the master needs the security role; OPERCHK
      * journals a refusal in SECLOG.
       VERIFICA-OPERADOR.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "S" TO OC-ROL.
           MOVE "OPRMAINT" TO OC-PROGRAMA.
           MOVE SPACES TO OC-CAPTURO.
           MOVE "MANTENIMIENTO DEL MAESTRO DE OPERADORES"
               TO OC-DETALLE.
           CALL "OPERCHK" USING OC-PARM.
           IF OC-RC NOT = 0
               DISPLAY "ERROR: OPERADOR ", WS-OPERADOR, " - ",
                       OC-MOTIVO
               DISPLAY "NO SE PROCESO NINGUNA TRANSACCION"
               STOP RUN
           END-IF.

      *------------------------ Read transactions ------------------------
       LEE-TRANSACCION.
           READ OPER-TRANS AT END MOVE 1 TO TX-EOF.

      *------------------------ Dispatch transaction ------------------------
       PROCESA-TRANSACCION.
           EVALUATE TRUE
               WHEN OTX-ID = SPACES
                   MOVE "OPERADOR NO INFORMADO" TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               WHEN OTX-ID = WS-OPERADOR AND WS-CARGA-INICIAL = "N"
                   MOVE "NO PUEDE MODIFICAR SU PROPIO REGISTRO"
                       TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               WHEN OTX-CODE NOT = "A" AND WS-CARGA-INICIAL = "S"
                   MOVE "CARGA INICIAL - SOLO SE ACEPTAN ALTAS"
                       TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               WHEN OTX-CODE = "A"
                   PERFORM ALTA-OPERADOR
               WHEN OTX-CODE = "C"
                   PERFORM CAMBIO-OPERADOR
               WHEN OTX-CODE = "I"
                   PERFORM BAJA-OPERADOR
               WHEN OTHER
                   MOVE "CODIGO DE TRANSACCION DESCONOCIDO"
                       TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
           END-EVALUATE.
           PERFORM LEE-TRANSACCION.

      *------------------------ Validate roles ------------------------
      * Five flags in OPERREC order - captura, aprueba, periodos,
      * operacion, seguridad - each "S" or "N".
       VALIDA-ROLES.
           MOVE "S" TO WS-ROLES-VALID.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
               IF OTX-ROLES(I:1) NOT = "S"
                       AND OTX-ROLES(I:1) NOT = "N"
                   MOVE "N" TO WS-ROLES-VALID
               END-IF
           END-PERFORM.

      *------------------------ Add operator ------------------------
       ALTA-OPERADOR.
           PERFORM VALIDA-ROLES.
           IF OTX-NOMBRE = SPACES
               MOVE "NOMBRE DEL OPERADOR NO INFORMADO" TO RPT-MOTIVO
               PERFORM GRABA-RECHAZO-TX
           ELSE
           IF WS-ROLES-VALID = "N"
               MOVE "ROLES INVALIDOS - USE S O N" TO RPT-MOTIVO
               PERFORM GRABA-RECHAZO-TX
           ELSE
               MOVE OTX-ID TO OP-ID
               READ OPERMST
                   INVALID KEY
                       MOVE OTX-NOMBRE TO OP-NOMBRE
                       MOVE "A" TO OP-STATUS
                       MOVE OTX-ROLES TO OP-ROLES
                       MOVE WS-CURRENT-DATE TO OP-FECHA-ALTA
                       MOVE WS-CURRENT-DATE TO OP-FECHA-ACT
                       MOVE WS-OPERADOR TO OP-OPER-ACT
                       WRITE OP-REG
                       ADD 1 TO CONT-ALTA
                       MOVE "ALTA APLICADA" TO RPT-MOTIVO
                       PERFORM GRABA-ACEPTADA
                   NOT INVALID KEY
                       MOVE "OPERADOR YA EXISTE" TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
               END-READ
           END-IF
           END-IF.

      *------------------------ Change operator ------------------------
      * A blank name keeps the one on file; the roles are always
      * replaced as keyed, and the operator is active again.
       CAMBIO-OPERADOR.
           PERFORM VALIDA-ROLES.
           IF WS-ROLES-VALID = "N"
               MOVE "ROLES INVALIDOS - USE S O N" TO RPT-MOTIVO
               PERFORM GRABA-RECHAZO-TX
           ELSE
               MOVE OTX-ID TO OP-ID
               READ OPERMST
                   INVALID KEY
                       MOVE "OPERADOR NO EXISTE" TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   NOT INVALID KEY
                       IF OTX-NOMBRE NOT = SPACES
                           MOVE OTX-NOMBRE TO OP-NOMBRE
                       END-IF
                       MOVE "A" TO OP-STATUS
                       MOVE OTX-ROLES TO OP-ROLES
                       MOVE WS-CURRENT-DATE TO OP-FECHA-ACT
                       MOVE WS-OPERADOR TO OP-OPER-ACT
                       REWRITE OP-REG
                       ADD 1 TO CONT-CAMBIO
                       MOVE "CAMBIO APLICADO" TO RPT-MOTIVO
                       PERFORM GRABA-ACEPTADA
               END-READ
           END-IF.

      *------------------------ Inactivate operator ------------------------
       BAJA-OPERADOR.
           MOVE OTX-ID TO OP-ID.
           READ OPERMST
               INVALID KEY
                   MOVE "OPERADOR NO EXISTE" TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               NOT INVALID KEY
                   MOVE "I" TO OP-STATUS
                   MOVE WS-CURRENT-DATE TO OP-FECHA-ACT
                   MOVE WS-OPERADOR TO OP-OPER-ACT
                   REWRITE OP-REG
                   ADD 1 TO CONT-BAJA
                   MOVE "BAJA APLICADA" TO RPT-MOTIVO
                   PERFORM GRABA-ACEPTADA
           END-READ.

      *------------------------ Report lines ------------------------
       GRABA-ACEPTADA.
           MOVE SPACES TO RPT-REG.
           STRING "OK   " OTX-CODE " " OTX-ID " " OP-ROLES " "
                  RPT-MOTIVO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.
           PERFORM GRABA-SECLOG.

       GRABA-RECHAZO-TX.
           ADD 1 TO CONT-RECHAZO.
           MOVE SPACES TO RPT-REG.
           STRING "RECH " OTX-CODE " " OTX-ID " " RPT-MOTIVO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

      *------------------------ Security journal ------------------------
       GRABA-SECLOG.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO SG-FECHA.
           MOVE WS-TIME(1:6) TO SG-HORA.
           MOVE "M" TO SG-TIPO.
           MOVE WS-OPERADOR TO SG-OPERADOR.
           MOVE "OPRMAINT" TO SG-PROGRAMA.
           MOVE OTX-CODE TO SG-ROL.
           MOVE 0 TO SG-RC.
           MOVE SPACES TO SG-DETALLE.
           STRING "OPERADOR " OTX-ID " STATUS " OP-STATUS
                  " ROLES " OP-ROLES
               DELIMITED BY SIZE INTO SG-DETALLE.
           WRITE SG-REG.

       END PROGRAM OPRMAINT.
