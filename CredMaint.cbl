      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: Maintenance program for the CREDMST payroll credit
      *          schedule (company loans, INFONAVIT and FONACOT
      *          credits), companion to GRNMAINT.  Credits are
      *          validated against the EMPLOYEES master before they
      *          are accepted; the key is payroll number plus credit
      *          number, so a second credit of the same employee is
      *          an alta of its own.  Every change to a balance is
      *          written to the CREDMOV ledger, so the statement of a
      *          credit always adds up to its balance.
      *          Transactions: "A" alta (the opening balance is the
      *          original amount unless one is keyed - a credit
      *          already partly paid elsewhere), "C" cambio of the
      *          type, the installment and / or the balance
      *          (reactivates a suspended credit), "I" suspension
      *          (the balance stays owed), "L" liquidacion anticipada
      *          (balance paid directly by the employee).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRDMAINT.
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CREDMOV-STATUS.
           SELECT CRED-TRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CRED-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  CREDMST.
           COPY CREDREC.
       FD  CREDMOV.
           COPY CREDMREC.
       FD  CRED-TRANS.
       01  CTX-REG.
           02 CTX-CODE PIC X(01).
           02 CTX-NOMI PIC 9(06).
           02 CTX-CREDITO PIC X(10).
           02 CTX-TIPO PIC X(01).
           02 CTX-MONTO PIC 9(07)V99.
           02 CTX-DESCUENTO PIC 9(05)V99.
           02 CTX-SALDO PIC 9(07)V99.
       FD  CRED-RPT.
       01  RPT-REG PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-CREDMST-STATUS PIC X(02).
       77  WS-CREDMOV-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  TX-EOF PIC 9 VALUE 0.
       77  CONT-ALTA PIC 9(05) VALUE 0.
       77  CONT-CAMBIO PIC 9(05) VALUE 0.
       77  CONT-BAJA PIC 9(05) VALUE 0.
       77  CONT-LIQUIDA PIC 9(05) VALUE 0.
       77  CONT-RECHAZO PIC 9(05) VALUE 0.
       77  WS-EMP-VALID PIC X(01) VALUE "N".
       77  WS-TX-VALID PIC X(01) VALUE "N".
       77  WS-MOV-TIPO PIC X(01) VALUE SPACES.
       77  WS-MOV-IMPORTE PIC S9(07)V99 VALUE 0.
       77  WS-MOV-SALDO PIC 9(07)V99 VALUE 0.
       77  WS-EDIT-SALDO PIC Z,ZZZ,ZZ9.99.
       77  RPT-MOTIVO PIC X(40) VALUE SPACES.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO DE EMPLEADOS"
               STOP RUN
           END-IF.
           OPEN INPUT CRED-TRANS.
           OPEN OUTPUT CRED-RPT.
           OPEN I-O CREDMST.
           IF WS-CREDMST-STATUS = "35"
               OPEN OUTPUT CREDMST
               CLOSE CREDMST
               OPEN I-O CREDMST
           END-IF.
           OPEN I-O CREDMOV.
           IF WS-CREDMOV-STATUS = "35"
               OPEN OUTPUT CREDMOV
               CLOSE CREDMOV
               OPEN I-O CREDMOV
           END-IF.
           PERFORM LEE-TRANSACCION.
           PERFORM PROCESA-TRANSACCION UNTIL TX-EOF = 1.
           DISPLAY "ALTAS: ", CONT-ALTA, "  CAMBIOS: ", CONT-CAMBIO,
                   "  SUSPENSIONES: ", CONT-BAJA,
                   "  LIQUIDACIONES: ", CONT-LIQUIDA,
                   "  RECHAZOS: ", CONT-RECHAZO.
           CLOSE EMPLOYEES.
           CLOSE CREDMST.
           CLOSE CREDMOV.
           CLOSE CRED-TRANS.
           CLOSE CRED-RPT.
           STOP RUN.

      *------------------------ Read transactions ------------------------
       LEE-TRANSACCION.
           READ CRED-TRANS AT END MOVE 1 TO TX-EOF.

      *------------------------ Dispatch transaction ------------------------
       PROCESA-TRANSACCION.
           EVALUATE CTX-CODE
               WHEN "A"
                   PERFORM ALTA-CREDITO
               WHEN "C"
                   PERFORM CAMBIO-CREDITO
               WHEN "I"
                   PERFORM SUSPENDE-CREDITO
               WHEN "L"
                   PERFORM LIQUIDA-CREDITO
               WHEN OTHER
                   MOVE "CODIGO DE TRANSACCION DESCONOCIDO"
                       TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
           END-EVALUATE.
           PERFORM LEE-TRANSACCION.

      *------------------------ Validate employee ------------------------
      * A leaver's balances were settled by FINIQUIT; a new credit on
      * an inactive payroll number would never be charged.
       VALIDA-EMPLEADO.
           MOVE "N" TO WS-EMP-VALID.
           MOVE CTX-NOMI TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   MOVE "NOMINA NO EXISTE EN MAESTRO" TO RPT-MOTIVO
               NOT INVALID KEY
                   IF EMP-STATUS = "I"
                       MOVE "EMPLEADO INACTIVO" TO RPT-MOTIVO
                   ELSE
                       MOVE "S" TO WS-EMP-VALID
                   END-IF
           END-READ.

      *------------------------ Validate credit data ------------------------
      * An installment larger than the credit itself, or an opening
      * balance above the amount lent, is a keying error.
       VALIDA-DATOS-ALTA.
           MOVE "S" TO WS-TX-VALID.
           EVALUATE TRUE
               WHEN CTX-CREDITO = SPACES
                   MOVE "NUMERO DE CREDITO REQUERIDO" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN CTX-TIPO NOT = "P" AND CTX-TIPO NOT = "I"
                       AND CTX-TIPO NOT = "F"
                   MOVE "TIPO DE CREDITO DEBE SER P, I O F"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN CTX-MONTO = 0
                   MOVE "MONTO DEL CREDITO EN CERO" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN CTX-DESCUENTO = 0
                   MOVE "DESCUENTO POR PERIODO EN CERO" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN CTX-DESCUENTO > CTX-MONTO
                   MOVE "DESCUENTO MAYOR AL MONTO DEL CREDITO"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN CTX-SALDO > CTX-MONTO
                   MOVE "SALDO MAYOR AL MONTO DEL CREDITO"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
           END-EVALUATE.

       VALIDA-DATOS-CAMBIO.
           MOVE "S" TO WS-TX-VALID.
           EVALUATE TRUE
               WHEN CTX-TIPO NOT = SPACE AND CTX-TIPO NOT = "P"
                       AND CTX-TIPO NOT = "I" AND CTX-TIPO NOT = "F"
                   MOVE "TIPO DE CREDITO DEBE SER P, I O F"
                       TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
               WHEN CTX-TIPO = SPACE AND CTX-DESCUENTO = 0
                       AND CTX-SALDO = 0
                   MOVE "SIN DATOS QUE CAMBIAR" TO RPT-MOTIVO
                   MOVE "N" TO WS-TX-VALID
           END-EVALUATE.

      *------------------------ Add credit ------------------------
       ALTA-CREDITO.
           PERFORM VALIDA-EMPLEADO.
           IF WS-EMP-VALID = "N"
               PERFORM GRABA-RECHAZO-TX
           ELSE
               PERFORM VALIDA-DATOS-ALTA
               IF WS-TX-VALID = "N"
                   PERFORM GRABA-RECHAZO-TX
               ELSE
                   MOVE CTX-NOMI TO CD-NOMI
                   MOVE CTX-CREDITO TO CD-CREDITO
                   READ CREDMST
                       INVALID KEY
                           PERFORM LLENA-CREDITO
                           WRITE CD-REG
                           END-WRITE
                           MOVE "O" TO WS-MOV-TIPO
                           MOVE CD-SALDO TO WS-MOV-IMPORTE
                           PERFORM GRABA-MOVIMIENTO
                           ADD 1 TO CONT-ALTA
                           MOVE "ALTA APLICADA" TO RPT-MOTIVO
                           PERFORM GRABA-ACEPTADA
                       NOT INVALID KEY
                           MOVE "CREDITO YA EXISTE" TO RPT-MOTIVO
                           PERFORM GRABA-RECHAZO-TX
                   END-READ
               END-IF
           END-IF.

       LLENA-CREDITO.
           MOVE CTX-TIPO TO CD-TIPO.
           MOVE CTX-MONTO TO CD-MONTO-ORIG.
           MOVE CTX-DESCUENTO TO CD-DESCUENTO.
           IF CTX-SALDO > 0
               MOVE CTX-SALDO TO CD-SALDO
           ELSE
               MOVE CTX-MONTO TO CD-SALDO
           END-IF.
           MOVE "A" TO CD-STATUS.
           MOVE WS-CURRENT-DATE TO CD-FECHA-ALTA.
           MOVE WS-CURRENT-DATE TO CD-FECHA-ACT.

      *------------------------ Change credit ------------------------
      * Only the keyed (non-blank / non-zero) fields change.  A new
      * balance is posted as an "A" movement for the difference; a
      * liquidated credit can only come back with a new balance.
       CAMBIO-CREDITO.
           PERFORM VALIDA-DATOS-CAMBIO.
           IF WS-TX-VALID = "N"
               PERFORM GRABA-RECHAZO-TX
           ELSE
               MOVE CTX-NOMI TO CD-NOMI
               MOVE CTX-CREDITO TO CD-CREDITO
               READ CREDMST
                   INVALID KEY
                       MOVE "CREDITO NO EXISTE" TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   NOT INVALID KEY
                       PERFORM APLICA-CAMBIO
               END-READ
           END-IF.

       APLICA-CAMBIO.
           IF CD-STATUS = "L" AND CTX-SALDO = 0
               MOVE "CREDITO LIQUIDADO - CAPTURE NUEVO SALDO"
                   TO RPT-MOTIVO
               PERFORM GRABA-RECHAZO-TX
           ELSE
               IF CTX-TIPO NOT = SPACE
                   MOVE CTX-TIPO TO CD-TIPO
               END-IF
               IF CTX-DESCUENTO > 0
                   MOVE CTX-DESCUENTO TO CD-DESCUENTO
               END-IF
               IF CTX-SALDO > 0 AND CTX-SALDO NOT = CD-SALDO
                   COMPUTE WS-MOV-IMPORTE = CTX-SALDO - CD-SALDO
                   MOVE CTX-SALDO TO CD-SALDO
                   MOVE "A" TO WS-MOV-TIPO
                   PERFORM GRABA-MOVIMIENTO
               END-IF
               MOVE "A" TO CD-STATUS
               MOVE WS-CURRENT-DATE TO CD-FECHA-ACT
               REWRITE CD-REG
               ADD 1 TO CONT-CAMBIO
               MOVE "CAMBIO APLICADO" TO RPT-MOTIVO
               PERFORM GRABA-ACEPTADA
           END-IF.

      *------------------------ Suspend credit ------------------------
       SUSPENDE-CREDITO.
           MOVE CTX-NOMI TO CD-NOMI.
           MOVE CTX-CREDITO TO CD-CREDITO.
           READ CREDMST
               INVALID KEY
                   MOVE "CREDITO NO EXISTE" TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               NOT INVALID KEY
                   IF CD-STATUS = "L"
                       MOVE "CREDITO YA LIQUIDADO" TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   ELSE
                       MOVE "S" TO CD-STATUS
                       MOVE WS-CURRENT-DATE TO CD-FECHA-ACT
                       REWRITE CD-REG
                       ADD 1 TO CONT-BAJA
                       MOVE "SUSPENSION APLICADA" TO RPT-MOTIVO
                       PERFORM GRABA-ACEPTADA
                   END-IF
           END-READ.

      *------------------------ Early payoff ------------------------
      * The employee paid the balance outside the payroll: it is
      * written off with an "A" movement and the credit is closed.
       LIQUIDA-CREDITO.
           MOVE CTX-NOMI TO CD-NOMI.
           MOVE CTX-CREDITO TO CD-CREDITO.
           READ CREDMST
               INVALID KEY
                   MOVE "CREDITO NO EXISTE" TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO-TX
               NOT INVALID KEY
                   IF CD-SALDO = 0
                       MOVE "CREDITO SIN SALDO" TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO-TX
                   ELSE
                       COMPUTE WS-MOV-IMPORTE = 0 - CD-SALDO
                       MOVE 0 TO CD-SALDO
                       MOVE "A" TO WS-MOV-TIPO
                       PERFORM GRABA-MOVIMIENTO
                       MOVE "L" TO CD-STATUS
                       MOVE WS-CURRENT-DATE TO CD-FECHA-ACT
                       REWRITE CD-REG
                       ADD 1 TO CONT-LIQUIDA
                       MOVE "LIQUIDACION APLICADA" TO RPT-MOTIVO
                       PERFORM GRABA-ACEPTADA
                   END-IF
           END-READ.

      *------------------------ Ledger movement ------------------------
      * Keyed by the capture date, so a second correction of the same
      * credit on the same day folds into the first one.
       GRABA-MOVIMIENTO.
           MOVE CD-SALDO TO WS-MOV-SALDO.
           MOVE CD-NOMI TO CM-NOMI.
           MOVE CD-CREDITO TO CM-CREDITO.
           MOVE WS-CURRENT-DATE TO CM-REFER.
           MOVE WS-MOV-TIPO TO CM-TIPO.
           READ CREDMOV
               INVALID KEY
                   MOVE WS-MOV-IMPORTE TO CM-IMPORTE
                   MOVE WS-MOV-SALDO TO CM-SALDO
                   MOVE WS-CURRENT-DATE TO CM-FECHA
                   WRITE CM-REG
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-MOV-IMPORTE TO CM-IMPORTE
                   MOVE WS-MOV-SALDO TO CM-SALDO
                   MOVE WS-CURRENT-DATE TO CM-FECHA
                   REWRITE CM-REG
           END-READ.

      *------------------------ Report lines ------------------------
       GRABA-ACEPTADA.
           MOVE CD-SALDO TO WS-EDIT-SALDO.
           MOVE SPACES TO RPT-REG.
           STRING "OK   " CTX-CODE " " CTX-NOMI " " CTX-CREDITO " "
                  RPT-MOTIVO(1:25) " SALDO " WS-EDIT-SALDO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

       GRABA-RECHAZO-TX.
           ADD 1 TO CONT-RECHAZO.
           MOVE SPACES TO RPT-REG.
           STRING "RECH " CTX-CODE " " CTX-NOMI " " CTX-CREDITO " "
                  RPT-MOTIVO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

       END PROGRAM CRDMAINT.
