      * Date: 08/08/26
      * Purpose: Maintenance program for the EMPLOYEES master
      *          (add / change / inactivate), companion to 3EMP-SAL.
      *          Command line: OPERADOR, who must hold the capture
      *          role in the OPERMST security master (OPERCHK).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               03 DEPT-NAME PIC X(20).
               03 DEPT-CC   PIC X(06).
               03 DEPT-ST   PIC X(01).
           COPY OPERPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
               DISPLAY "USO: EMPMAINT OPERADOR"
               STOP RUN
           END-IF.
           PERFORM VERIFICA-OPERADOR.
           PERFORM CARGAR-DEPARTAMENTOS.
           OPEN INPUT MAINT-TRANS.
           OPEN OUTPUT MAINT-RPT.
           CLOSE AUDITLOG.
           STOP RUN.

      *------------------- Operator authorization -------------------
      * The operator must be an active OPERMST operator holding the
      * capture role; OPERCHK journals the refusal in SECLOG.
       VERIFICA-OPERADOR.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "C" TO OC-ROL.
           MOVE "EMPMAINT" TO OC-PROGRAMA.
           MOVE SPACES TO OC-CAPTURO.
           MOVE "MANTENIMIENTO DEL MAESTRO DE EMPLEADOS" TO OC-DETALLE.
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
