      *          still carries the department, and a transfer moves
      *          every active employee from one department to another
      *          in a single step, writing each move to the audit
      *          trail under the operator id from the command line,
      *          who must hold the capture role in the OPERMST
      *          security master (OPERCHK).
      *          The catalog is rewritten in place at the end of the
      *          run.
      * Tectonics: cobc
               03 DEPT-NAME PIC X(20).
               03 DEPT-CC   PIC X(06).
               03 DEPT-ST   PIC X(01).
           COPY OPERPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
               DISPLAY "USO: DEPTMAINT OPERADOR"
               STOP RUN
           END-IF.
           PERFORM VERIFICA-OPERADOR.
           PERFORM CARGAR-DEPARTAMENTOS.
           OPEN INPUT DEPT-TRANS.
           OPEN OUTPUT DEPTMNT-RPT.
           CLOSE AUDITLOG.
           STOP RUN.

      *------------------- Operator authorization -------------------
      * The operator must be an active OPERMST operator holding the
      * capture role; OPERCHK journals the refusal in SECLOG.
       VERIFICA-OPERADOR.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "C" TO OC-ROL.
           MOVE "DEPTMAINT" TO OC-PROGRAMA.
           MOVE SPACES TO OC-CAPTURO.
           MOVE "MANTENIMIENTO DEL CATALOGO DE DEPTOS" TO OC-DETALLE.
           CALL "OPERCHK" USING OC-PARM.
           IF OC-RC NOT = 0
               DISPLAY "ERROR: OPERADOR ", WS-OPERADOR, " - ",
                       OC-MOTIVO
               DISPLAY "NO SE PROCESO NINGUNA TRANSACCION"
               STOP RUN
           END-IF.

      *------------------------ Load departments ------------------------
       CARGAR-DEPARTAMENTOS.
           MOVE 0 TO DEPT-COUNT.
