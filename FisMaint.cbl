      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Maintenance program for the FISCMST employee fiscal
      *          identity master (RFC, CURP, NSS and fiscal postal
      *          code), companion to BNKMAINT.  The CFDI nomina
      *          receipt is rejected by the PAC for a malformed RFC
      *          or CURP, so the formats are checked here at capture:
      *          RFC letters / birth date / homoclave, CURP letters /
      *          birth date / sex / state / check digit position, the
      *          birth date shared by RFC and CURP, and the NSS check
      *          digit.  Transactions: "A" alta, "C" cambio, "I"
      *          inactivacion.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISMAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEES ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NOMI
               FILE STATUS IS WS-EMPLOYEES-STATUS.
           SELECT FISCMST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FI-NOMI
               FILE STATUS IS WS-FISCMST-STATUS.
           SELECT FISC-TRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FISC-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  FISCMST.
           COPY FISCREC.
       FD  FISC-TRANS.
       01  FTX-REG.
           02 FTX-CODE PIC X(01).
           02 FTX-NOMI PIC 9(06).
           02 FTX-RFC  PIC X(13).
           02 FTX-CURP PIC X(18).
           02 FTX-NSS  PIC X(11).
           02 FTX-CP   PIC X(05).
       FD  FISC-RPT.
       01  RPT-REG PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-FISCMST-STATUS PIC X(02).
       77  TX-EOF PIC 9 VALUE 0.
       77  CONT-ALTA PIC 9(05) VALUE 0.
       77  CONT-CAMBIO PIC 9(05) VALUE 0.
       77  CONT-BAJA PIC 9(05) VALUE 0.
       77  CONT-RECHAZO PIC 9(05) VALUE 0.
       77  WS-EMP-VALID PIC X(01) VALUE "N".
       77  WS-TX-VALID PIC X(01) VALUE "N".
       77  WS-CAR PIC X(01) VALUE SPACE.
       77  WS-FECHA-NAC PIC X(06) VALUE SPACES.
       77  WS-FECHA-OK PIC X(01) VALUE "N".
       77  WS-MES PIC 9(02) VALUE 0.
       77  WS-DIA PIC 9(02) VALUE 0.
       77  WS-DIGITO PIC 9(01) VALUE 0.
       77  WS-PRODUCTO PIC 9(02) VALUE 0.
       77  WS-SUMA PIC 9(03) VALUE 0.
       77  WS-VERIF PIC 9(02) VALUE 0.
       77  WS-PESO PIC 9(01) VALUE 0.
       77  WS-COC PIC 9(03) VALUE 0.
       77  WS-RES PIC 9(01) VALUE 0.
       77  K PIC 9(3).
       77  RPT-MOTIVO PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO DE EMPLEADOS"
               STOP RUN
           END-IF.
           OPEN INPUT FISC-TRANS.
           OPEN OUTPUT FISC-RPT.
           OPEN I-O FISCMST.
           IF WS-FISCMST-STATUS = "35"
               OPEN OUTPUT FISCMST
               CLOSE FISCMST
               OPEN I-O FISCMST
           END-IF.
           PERFORM LEE-TRANSACCION.
           PERFORM PROCESA-TRANSACCION UNTIL TX-EOF = 1.
           DISPLAY "ALTAS: ", CONT-ALTA, "  CAMBIOS: ", CONT-CAMBIO,
                   "  BAJAS: ", CONT-BAJA, "  RECHAZOS: ", CONT-RECHAZO.
           CLOSE EMPLOYEES.
           CLOSE FISCMST.
           CLOSE FISC-TRANS.
           CLOSE FISC-RPT.
           STOP RUN.

      *------------------------ Read transactions ------------------------
       LEE-TRANSACCION.
           READ FISC-TRANS AT END MOVE 1 TO TX-EOF.

      *------------------------ Dispatch transaction ------------------------
       PROCESA-TRANSACCION.
           EVALUATE FTX-CODE
               WHEN "A"
                   PERFORM ALTA-FISCAL
               WHEN "C"
                   PERFORM CAMBIO-FISCAL
               WHEN "I"
                   PERFORM BAJA-FISCAL
               WHEN OTHER
                   MOVE "CODIGO DE TRANSACCION DESCONOCIDO"
                       TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
           END-EVALUATE.
           PERFORM LEE-TRANSACCION.

      *------------------------ Validate employee ------------------------
       VALIDA-EMPLEADO.
           MOVE "N" TO WS-EMP-VALID.
           MOVE FTX-NOMI TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-EMP-VALID
           END-READ.

      *------------------------ Validate fiscal data ------------------------
      * Each check stops at the first failure so the report carries
      * the one reason the PAC would have bounced the receipt for.
       VALIDA-DATOS-FISCALES.
           MOVE "S" TO WS-TX-VALID.
           PERFORM VALIDA-RFC.
           IF WS-TX-VALID = "S"
               PERFORM VALIDA-CURP
           END-IF.
           IF WS-TX-VALID = "S"
               IF FTX-RFC(5:6) NOT = FTX-CURP(5:6)
                   MOVE "FECHA NACIMIENTO DE RFC Y CURP DIFIERE"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-IF.
           IF WS-TX-VALID = "S"
               PERFORM VALIDA-NSS
           END-IF.
           IF WS-TX-VALID = "S"
               IF FTX-CP NOT NUMERIC
                   MOVE "CODIGO POSTAL FISCAL NO NUMERICO"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-IF.

      *------------------------ RFC persona fisica ------------------------
      * Four letters (the SAT also uses "&"), the birth date AAMMDD
      * and a three-character alphanumeric homoclave.
       VALIDA-RFC.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               MOVE FTX-RFC(K:1) TO WS-CAR
               IF (WS-CAR NOT ALPHABETIC-UPPER OR WS-CAR = SPACE)
                       AND WS-CAR NOT = "&"
                   MOVE "RFC: POSICIONES 1-4 DEBEN SER LETRAS"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-PERFORM.
           IF WS-TX-VALID = "S"
               MOVE FTX-RFC(5:6) TO WS-FECHA-NAC
               PERFORM VALIDA-FECHA-NAC
               IF WS-FECHA-OK = "N"
                   MOVE "RFC: FECHA DE NACIMIENTO INVALIDA"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-IF.
           IF WS-TX-VALID = "S"
               PERFORM VARYING K FROM 11 BY 1 UNTIL K > 13
                   MOVE FTX-RFC(K:1) TO WS-CAR
                   IF WS-CAR NOT NUMERIC
                           AND (WS-CAR NOT ALPHABETIC-UPPER
                                OR WS-CAR = SPACE)
                       MOVE "RFC: HOMOCLAVE INVALIDA" TO RPT-MOTIVO
                       MOVE "N" TO WS-TX-VALID
                   END-IF
               END-PERFORM
           END-IF.

      *------------------------ CURP ------------------------
      * Four letters, birth date AAMMDD, sex H / M, two-letter
      * state, three internal consonants, the homonym character
      * (digit or letter) and a numeric check digit.
       VALIDA-CURP.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 4
               MOVE FTX-CURP(K:1) TO WS-CAR
               IF WS-CAR NOT ALPHABETIC-UPPER OR WS-CAR = SPACE
                   MOVE "CURP: POSICIONES 1-4 DEBEN SER LETRAS"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-PERFORM.
           IF WS-TX-VALID = "S"
               MOVE FTX-CURP(5:6) TO WS-FECHA-NAC
               PERFORM VALIDA-FECHA-NAC
               IF WS-FECHA-OK = "N"
                   MOVE "CURP: FECHA DE NACIMIENTO INVALIDA"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-IF.
           IF WS-TX-VALID = "S"
               IF FTX-CURP(11:1) NOT = "H" AND FTX-CURP(11:1) NOT = "M"
                   MOVE "CURP: SEXO DEBE SER H O M" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-IF.
           IF WS-TX-VALID = "S"
               PERFORM VARYING K FROM 12 BY 1 UNTIL K > 16
                   MOVE FTX-CURP(K:1) TO WS-CAR
                   IF WS-CAR NOT ALPHABETIC-UPPER OR WS-CAR = SPACE
                       MOVE "CURP: ENTIDAD O CONSONANTES INVALIDAS"
                           TO RPT-MOTIVO
                       MOVE "N" TO WS-TX-VALID
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TX-VALID = "S"
               MOVE FTX-CURP(17:1) TO WS-CAR
               IF WS-CAR NOT NUMERIC
                       AND (WS-CAR NOT ALPHABETIC-UPPER
                            OR WS-CAR = SPACE)
                   MOVE "CURP: DIFERENCIADOR HOMONIMIA INVALIDO"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-IF.
           IF WS-TX-VALID = "S"
               IF FTX-CURP(18:1) NOT NUMERIC
                   MOVE "CURP: DIGITO VERIFICADOR NO NUMERICO"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-IF.

      *------------------------ Birth date AAMMDD ------------------------
       VALIDA-FECHA-NAC.
           MOVE "N" TO WS-FECHA-OK.
           IF WS-FECHA-NAC NUMERIC
               MOVE WS-FECHA-NAC(3:2) TO WS-MES
               MOVE WS-FECHA-NAC(5:2) TO WS-DIA
               IF WS-MES >= 1 AND WS-MES <= 12
                       AND WS-DIA >= 1 AND WS-DIA <= 31
                   MOVE "S" TO WS-FECHA-OK
               END-IF
           END-IF.

      *------------------------ NSS check digit ------------------------
      * Eleven digits; the last one is the IMSS check digit over the
      * first ten, computed with alternating weights 1 / 2 (digits of
      * a two-digit product added together) and the complement to
      * the next ten.
       VALIDA-NSS.
           IF FTX-NSS NOT NUMERIC
               MOVE "NSS DEBE SER DE 11 DIGITOS" TO RPT-MOTIVO
               MOVE "N" TO WS-TX-VALID
           ELSE
               MOVE 0 TO WS-SUMA
               MOVE 2 TO WS-PESO
               PERFORM VARYING K FROM 1 BY 1 UNTIL K > 10
                   IF WS-PESO = 2
                       MOVE 1 TO WS-PESO
                   ELSE
                       MOVE 2 TO WS-PESO
                   END-IF
                   MOVE FTX-NSS(K:1) TO WS-DIGITO
                   COMPUTE WS-PRODUCTO = WS-DIGITO * WS-PESO
                   IF WS-PRODUCTO > 9
                       SUBTRACT 9 FROM WS-PRODUCTO
                   END-IF
                   ADD WS-PRODUCTO TO WS-SUMA
               END-PERFORM
               DIVIDE WS-SUMA BY 10 GIVING WS-COC
                   REMAINDER WS-RES
               COMPUTE WS-VERIF = 10 - WS-RES
               IF WS-VERIF = 10
                   MOVE 0 TO WS-VERIF
               END-IF
               MOVE FTX-NSS(11:1) TO WS-DIGITO
               IF WS-DIGITO NOT = WS-VERIF
                   MOVE "NSS: DIGITO VERIFICADOR INCORRECTO"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               END-IF
           END-IF.

      *------------------------ Add fiscal data ------------------------
       ALTA-FISCAL.
           PERFORM VALIDA-EMPLEADO.
           IF WS-EMP-VALID = "N"
               MOVE "NOMINA NO EXISTE EN MAESTRO" TO RPT-MOTIVO
               PERFORM GRABA-RECHAZO-TX
           ELSE
               PERFORM VALIDA-DATOS-FISCALES
               IF WS-TX-VALID = "N"
                   PERFORM GRABA-RECHAZO-TX
               ELSE
                   MOVE FTX-NOMI TO FI-NOMI
                   READ FISCMST
                       INVALID KEY
                           PERFORM LLENA-FISCAL
                           WRITE FI-REG
                           ADD 1 TO CONT-ALTA
                           MOVE "ALTA APLICADA" TO RPT-MOTIVO
                           PERFORM GRABA-ACEPTADA
                       NOT INVALID KEY
                           MOVE "DATOS FISCALES YA EXISTEN"
                               TO RPT-MOTIVO
                           PERFORM GRABA-RECHAZO-TX
                   END-READ
               END-IF
           END-IF.

      *------------------------ Change fiscal data ------------------------
       CAMBIO-FISCAL.
           PERFORM VALIDA-DATOS-FISCALES.
           IF WS-TX-VALID = "N"
               PERFORM GRABA-RECHAZO-TX
           ELSE
               MOVE FTX-NOMI TO FI-NOMI
               READ FISCMST
                   INVALID KEY
                       MOVE "DATOS FISCALES NO EXISTEN" TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   NOT INVALID KEY
                       PERFORM LLENA-FISCAL
                       REWRITE FI-REG
                       ADD 1 TO CONT-CAMBIO
                       MOVE "CAMBIO APLICADO" TO RPT-MOTIVO
                       PERFORM GRABA-ACEPTADA
               END-READ
           END-IF.

      *------------------------ Inactivate fiscal data ------------------------
       BAJA-FISCAL.
           MOVE FTX-NOMI TO FI-NOMI.
           READ FISCMST
               INVALID KEY
                   MOVE "DATOS FISCALES NO EXISTEN" TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               NOT INVALID KEY
                   MOVE "I" TO FI-STATUS
                   REWRITE FI-REG
                   ADD 1 TO CONT-BAJA
                   MOVE "BAJA APLICADA" TO RPT-MOTIVO
                   PERFORM GRABA-ACEPTADA
           END-READ.

       LLENA-FISCAL.
           MOVE FTX-RFC TO FI-RFC.
           MOVE FTX-CURP TO FI-CURP.
           MOVE FTX-NSS TO FI-NSS.
           MOVE FTX-CP TO FI-CP.
           MOVE "A" TO FI-STATUS.

      *------------------------ Report lines ------------------------
       GRABA-ACEPTADA.
           MOVE SPACES TO RPT-REG.
           STRING "OK   " FTX-CODE " " FTX-NOMI " " RPT-MOTIVO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

       GRABA-RECHAZO-TX.
           ADD 1 TO CONT-RECHAZO.
           MOVE SPACES TO RPT-REG.
           STRING "RECH " FTX-CODE " " FTX-NOMI " " RPT-MOTIVO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

       END PROGRAM FISMAINT.
