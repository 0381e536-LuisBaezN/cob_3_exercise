      *          deduction breakdown and the net amount spelled out in
      *          words.  Accepts "PERIODO [NOMINA]" on the command
      *          line; with a payroll number it reprints only that
      *          employee's slip.  The SAT folio fiscal (UUID) of the
      *          stamped CFDI is printed from TIMBRADO; a slip printed
      *          before the PAC answered shows the receipt as pending.
      *          The aguinaldo sub-period (AAAA12AG) prints from
      *          AGUISAL, the EMPSAL-format file AGUINALD writes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT EMPSAL ASSIGN TO DISK
               FILE STATUS IS WS-EMPSAL-STATUS.
           SELECT AGUISAL ASSIGN TO DISK
               FILE STATUS IS WS-AGUISAL-STATUS.
           SELECT DEPARTMENTS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMBRADO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS WS-TIMBRADO-STATUS.
           SELECT RECIBOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPSAL.
           COPY EMSREC.
       FD  AGUISAL.
           COPY EMSREC REPLACING LEADING ==EMS== BY ==AGS==.
       FD  DEPARTMENTS.
           COPY DEPTREC.
       FD  TIMBRADO.
           COPY TIMBREC.
       FD  RECIBOS.
       01  REC-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-EMPSAL-STATUS PIC X(02).
       77  WS-AGUISAL-STATUS PIC X(02).
       77  WS-TIMBRADO-STATUS PIC X(02).
       77  EMS-EOF PIC 9 VALUE 0.
       77  DEPT-EOF PIC 9 VALUE 0.
       77  CONT-RECIBOS PIC 9(05) VALUE 0.
           ELSE
               MOVE WS-PARM(1:6) TO WS-PERIOD(1:6)
           END-IF.
      *    A Q1 / Q2 / AG suffix on the period shifts the optional
      *    payroll number one position to the right.
           IF WS-PARM(7:2) = "Q1" OR WS-PARM(7:2) = "Q2"
                   OR WS-PARM(7:2) = "AG"
               MOVE WS-PARM(7:2) TO WS-PERIOD(7:2)
               IF WS-PARM(10:6) NUMERIC
                   MOVE WS-PARM(10:6) TO WS-FILTRO-NOMI
               END-IF
           END-IF.
           PERFORM CARGAR-NOMBRES.
           IF WS-PERIOD(7:2) = "AG"
               OPEN INPUT AGUISAL
               IF WS-AGUISAL-STATUS = "35"
                   DISPLAY "ERROR: NO SE ENCUENTRA EL ARCHIVO AGUISAL"
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT EMPSAL
               IF WS-EMPSAL-STATUS = "35"
                   DISPLAY "ERROR: NO SE ENCUENTRA EL ARCHIVO EMPSAL"
                   STOP RUN
               END-IF
           END-IF.
           OPEN INPUT TIMBRADO.
           OPEN OUTPUT RECIBOS.
           PERFORM LEE-EMPSAL.
           PERFORM IMPRIME-RECIBO UNTIL EMS-EOF = 1.
                       " NO ENCONTRADA EN EMPSAL"
           END-IF.
           DISPLAY "RECIBOS IMPRESOS: ", CONT-RECIBOS.
           IF WS-PERIOD(7:2) = "AG"
               CLOSE AGUISAL
           ELSE
               CLOSE EMPSAL
           END-IF.
           IF WS-TIMBRADO-STATUS NOT = "35"
               CLOSE TIMBRADO
           END-IF.
           CLOSE RECIBOS.
           STOP RUN.


      *------------------------ Read salary file ------------------------
       LEE-EMPSAL.
           IF WS-PERIOD(7:2) = "AG"
               READ AGUISAL INTO EMS-REG
                   AT END MOVE 1 TO EMS-EOF
               END-READ
           ELSE
               READ EMPSAL AT END MOVE 1 TO EMS-EOF
           END-IF.

      *------------------------ One payslip page ------------------------
       IMPRIME-RECIBO.
           MOVE "FECHA DE EMISION:" TO REC-LINE(50:17).
           MOVE WS-CURRENT-DATE TO REC-LINE(68:8).
           WRITE REC-LINE.
           PERFORM ESCRIBE-FOLIO-FISCAL.
           MOVE ALL "-" TO REC-LINE.
           WRITE REC-LINE.
           MOVE SPACES TO REC-LINE.
           WRITE REC-LINE.
      *    The gross is broken down line by line: the fixed gross and
      *    only the incidencia concepts the period actually carried.
           IF WS-PERIOD(7:2) = "AG"
               MOVE "AGUINALDO:" TO WS-IMP-LABEL
           ELSE
               MOVE "PERCEPCION FIJA:" TO WS-IMP-LABEL
           END-IF.
           MOVE EMS-PERC-FIJA TO WS-EDIT-IMP.
           PERFORM ESCRIBE-IMPORTE.
           IF EMS-HRS-EXT > 0
               MOVE EMS-BONO-PUN TO WS-EDIT-IMP
               PERFORM ESCRIBE-IMPORTE
           END-IF.
           IF EMS-PRIMA-VAC > 0
               MOVE "PRIMA VACACIONAL:" TO WS-IMP-LABEL
               MOVE EMS-PRIMA-VAC TO WS-EDIT-IMP
               PERFORM ESCRIBE-IMPORTE
           END-IF.
           IF EMS-DESC-FAL > 0
               MOVE "DESCUENTO FALTAS:" TO WS-IMP-LABEL
               COMPUTE WS-IMP-NEG = 0 - EMS-DESC-FAL
               MOVE EMS-PENSION TO WS-EDIT-IMP
               PERFORM ESCRIBE-IMPORTE
           END-IF.
           IF EMS-CREDITOS > 0
               MOVE "DESCUENTO CREDITOS:" TO WS-IMP-LABEL
               MOVE EMS-CREDITOS TO WS-EDIT-IMP
               PERFORM ESCRIBE-IMPORTE
           END-IF.
           MOVE "OTRAS DEDUCCIONES:" TO WS-IMP-LABEL.
           MOVE EMS-OTRAS-DEDU TO WS-EDIT-IMP.
           PERFORM ESCRIBE-IMPORTE.
           MOVE SPACES TO REC-LINE.
           WRITE REC-LINE.

      *-------------------- CFDI folio fiscal --------------------
      * No register yet (CFDIEXT never ran) reads the same as a
      * receipt not yet stamped.
       ESCRIBE-FOLIO-FISCAL.
           MOVE SPACES TO REC-LINE.
           MOVE "FOLIO FISCAL:" TO REC-LINE(1:13).
           MOVE "PENDIENTE DE TIMBRADO" TO REC-LINE(15:21).
           IF WS-TIMBRADO-STATUS NOT = "35"
               MOVE EMS-NOMI TO TI-NOMI
               MOVE WS-PERIOD TO TI-PERIODO
               READ TIMBRADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TI-STATUS = "T"
                           MOVE TI-UUID TO REC-LINE(15:36)
                       END-IF
               END-READ
           END-IF.
           WRITE REC-LINE.

       ESCRIBE-IMPORTE.
           MOVE SPACES TO REC-LINE.
           MOVE WS-IMP-LABEL TO REC-LINE(1:20).
