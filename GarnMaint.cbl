      *          court order on the same employee is an alta of its
      *          own instead of an overwrite.  Transactions: "A"
      *          alta, "C" cambio, "I" suspension (the order stays
      *          on file for the court trail).  Command line:
      *          OPERADOR, who must hold the capture role in the
      *          OPERMST security master (OPERCHK).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77  CONT-CAMBIO PIC 9(05) VALUE 0.
       77  CONT-BAJA PIC 9(05) VALUE 0.
       77  CONT-RECHAZO PIC 9(05) VALUE 0.
       77  WS-OPERADOR PIC X(08) VALUE SPACES.
       77  WS-EMP-VALID PIC X(01) VALUE "N".
       77  WS-TX-VALID PIC X(01) VALUE "N".
       77  RPT-MOTIVO PIC X(40) VALUE SPACES.
           COPY CLABPARM.
           COPY OPERPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
      *    Court orders are captured only by an authorized operator,
      *    so the operator id is required.
           ACCEPT WS-OPERADOR FROM COMMAND-LINE.
           IF WS-OPERADOR = SPACES
               DISPLAY "USO: GRNMAINT OPERADOR"
               STOP RUN
           END-IF.
           PERFORM VERIFICA-OPERADOR.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO DE EMPLEADOS"
           CLOSE GARN-RPT.
           STOP RUN.

      *------------------- Operator authorization -------------------
      * The operator must be an active OPERMST operator holding the
      * capture role; OPERCHK journals the refusal in SECLOG.
       VERIFICA-OPERADOR.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "C" TO OC-ROL.
           MOVE "GRNMAINT" TO OC-PROGRAMA.
           MOVE SPACES TO OC-CAPTURO.
           MOVE "MANTENIMIENTO DE ORDENES DE PENSION" TO OC-DETALLE.
           CALL "OPERCHK" USING OC-PARM.
           IF OC-RC NOT = 0
               DISPLAY "ERROR: OPERADOR ", WS-OPERADOR, " - ",
                       OC-MOTIVO
               DISPLAY "NO SE PROCESO NINGUNA TRANSACCION"
               STOP RUN
           END-IF.

      *------------------------ Read transactions ------------------------
       LEE-TRANSACCION.
           READ GARN-TRANS AT END MOVE 1 TO TX-EOF.
