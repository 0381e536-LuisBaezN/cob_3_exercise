      ******************************************************************
      * Author: Luis Angel Baez Nieto
      * Date: 14/10/26
      * Purpose: CFDI nomina extract.  Builds, from the period's
      *          EMPSAL, the file the PAC stamps the electronic
      *          payroll receipts from: one record per employee with
      *          the receiver's fiscal identity from FISCMST, the
      *          labor data SAT asks for (hire date, pay frequency,
      *          paid dates and days) and the full perception /
      *          deduction breakdown.  EMPSAL can carry more than one
      *          record for an employee once SALRECYC, RETROADJ or
      *          FINIQUIT have appended to the period; those are
      *          added up into the single receipt of the period.
      *          Every receipt extracted is registered in TIMBRADO as
      *          pending so CFDIRET can record the PAC's answer.  A
      *          receipt already stamped is not sent again; one whose
      *          net moved after stamping is reported for
      *          cancellation and restamping instead.  Employees with
      *          no active fiscal data are listed and left out of the
      *          extract, and registered in TIMBRADO as rejected for
      *          that cause so CFDIRET reports their payment unstamped
      *          until FISMAINT fixes the data and they are extracted
      *          again.  Receipts whose net is negative or is not
      *          the perceptions less the deductions are reported and
      *          not extracted.  The aguinaldo period (AAAA12AG) is
      *          read from AGUISAL and goes out as an extraordinary
      *          payroll.
      *          Command line: the processed period
      *          (AAAAMM[Q1/Q2/AG]).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFDIEXT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPSAL ASSIGN TO DISK
               FILE STATUS IS WS-EMPSAL-STATUS.
           SELECT AGUISAL ASSIGN TO DISK
               FILE STATUS IS WS-AGUISAL-STATUS.
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
           SELECT TIMBRADO ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TI-KEY
               FILE STATUS IS WS-TIMBRADO-STATUS.
           SELECT PERIODCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-PERIODO
               FILE STATUS IS WS-PERIODCTL-STATUS.
           SELECT CFDINOM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CFDI-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPSAL.
           COPY EMSREC.
       FD  AGUISAL.
           COPY EMSREC REPLACING LEADING ==EMS== BY ==AGS==.
       FD  EMPLOYEES.
           COPY EMPREC.
       FD  FISCMST.
           COPY FISCREC.
       FD  TIMBRADO.
           COPY TIMBREC.
       FD  PERIODCTL.
           COPY PERREC.
      * PAC input layout.  CX-TIPO-NOMINA: "O" ordinaria, "E"
      * extraordinaria (aguinaldo).  CX-PERIODICIDAD follows the SAT
      * catalog c_PeriodicidadPago: "04" quincenal, "05" mensual,
      * "99" otra periodicidad (extraordinary payroll).
       FD  CFDINOM.
       01  CX-REG.
           02 CX-NOMI PIC 9(06).
           02 CX-PERIODO PIC X(08).
           02 CX-TIPO-NOMINA PIC X(01).
           02 CX-RFC PIC X(13).
           02 CX-CURP PIC X(18).
           02 CX-NSS PIC X(11).
           02 CX-CP PIC X(05).
           02 CX-NOMB PIC X(20).
           02 CX-DEPT PIC X(03).
           02 CX-FECHA-ALTA PIC 9(08).
           02 CX-PERIODICIDAD PIC X(02).
           02 CX-FECHA-PAGO PIC 9(08).
           02 CX-FECHA-INI PIC 9(08).
           02 CX-FECHA-FIN PIC 9(08).
           02 CX-DIAS PIC 9(03).
           02 CX-PERC-FIJA PIC 9(07)V99.
           02 CX-HRS-EXT PIC 9(07)V99.
           02 CX-COMISION PIC 9(07)V99.
           02 CX-BONO-PUN PIC 9(07)V99.
           02 CX-PRIMA-VAC PIC 9(07)V99.
           02 CX-DESC-FAL PIC 9(07)V99.
           02 CX-TOT-PERC PIC 9(07)V99.
           02 CX-ISR PIC 9(07)V99.
           02 CX-IMSS PIC 9(07)V99.
           02 CX-PENSION PIC 9(07)V99.
           02 CX-CREDITOS PIC 9(07)V99.
           02 CX-OTRAS-DEDU PIC 9(07)V99.
           02 CX-TOT-DEDU PIC 9(07)V99.
           02 CX-NETO PIC 9(07)V99.
       FD  CFDI-RPT.
       01  RPT-REG PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-EMPSAL-STATUS PIC X(02).
       77  WS-AGUISAL-STATUS PIC X(02).
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-FISCMST-STATUS PIC X(02).
       77  WS-TIMBRADO-STATUS PIC X(02).
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  WS-CURRENT-DATE PIC 9(08).
       77  WS-PARM PIC X(10) VALUE SPACES.
       77  WS-PERIOD PIC X(08) VALUE SPACES.
       77  WS-ARCH-PAGOS PIC X(08) VALUE SPACES.
       77  EMS-EOF PIC 9 VALUE 0.
       77  CFD-COUNT PIC 9(04) VALUE 0.
       77  WS-CFD-MAX PIC 9(04) VALUE 2000.
       77  WS-HALLADO PIC X(01) VALUE "N".
       77  WS-ENVIA PIC X(01) VALUE "N".
       77  WS-FECHA-ALTA PIC 9(08) VALUE 0.
       77  WS-FECHA-PAGO PIC 9(08) VALUE 0.
       77  WS-FECHA-PROC PIC 9(08) VALUE 0.
       77  WS-FECHA-INI PIC 9(08) VALUE 0.
       77  WS-FECHA-FIN PIC 9(08) VALUE 0.
       77  WS-FECHA-X PIC X(08) VALUE SPACES.
       77  WS-DIAS-PAGO PIC 9(03) VALUE 0.
       77  WS-ULT-DIA PIC 9(02) VALUE 0.
       77  WS-ANIO PIC 9(04) VALUE 0.
       77  WS-MES PIC 9(02) VALUE 0.
       77  WS-COC PIC 9(04) VALUE 0.
       77  WS-RES-4 PIC 9(03) VALUE 0.
       77  WS-RES-100 PIC 9(03) VALUE 0.
       77  WS-RES-400 PIC 9(03) VALUE 0.
       77  CONT-EXTRAIDOS PIC 9(05) VALUE 0.
       77  CONT-SIN-FISCAL PIC 9(05) VALUE 0.
       77  CONT-YA-TIMBRADOS PIC 9(05) VALUE 0.
       77  CONT-DIFERENCIAS PIC 9(05) VALUE 0.
       77  TOTAL-NETO PIC 9(11)V99 VALUE 0.
       77  WS-EDIT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  RPT-MOTIVO PIC X(50) VALUE SPACES.
       77  I PIC 9(4).
       01  CFD-TAB.
           02 CFD-ROW OCCURS 1 TO 2000 TIMES
                  DEPENDING ON CFD-COUNT.
               03 CF-NOMI PIC 9(06).
               03 CF-NOMB PIC X(20).
               03 CF-DEPT PIC X(03).
               03 CF-PERC-FIJA PIC 9(07)V99.
               03 CF-HRS-EXT PIC 9(07)V99.
               03 CF-COMISION PIC 9(07)V99.
               03 CF-BONO-PUN PIC 9(07)V99.
               03 CF-PRIMA-VAC PIC 9(07)V99.
               03 CF-DESC-FAL PIC 9(07)V99.
               03 CF-PERC PIC 9(07)V99.
               03 CF-ISR PIC 9(07)V99.
               03 CF-IMSS PIC 9(07)V99.
               03 CF-PENSION PIC 9(07)V99.
               03 CF-CREDITOS PIC 9(07)V99.
               03 CF-OTRAS-DEDU PIC 9(07)V99.
               03 CF-DEDU PIC 9(07)V99.
               03 CF-NETO PIC S9(07)V99.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:6) NOT NUMERIC
               DISPLAY "USO: CFDIEXT PERIODO (AAAAMM[Q1/Q2/AG])"
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
           PERFORM VALIDA-PERIODO.
           PERFORM CALCULA-FECHAS-PERIODO.
           PERFORM CARGA-EMPSAL.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO DE EMPLEADOS"
               STOP RUN
           END-IF.
           OPEN INPUT FISCMST.
           IF WS-FISCMST-STATUS = "35"
               DISPLAY "ERROR: NO SE ENCUENTRA EL MAESTRO FISCAL ",
                       "FISCMST - CAPTURELO CON FISMAINT"
               STOP RUN
           END-IF.
           OPEN I-O TIMBRADO.
           IF WS-TIMBRADO-STATUS = "35"
               OPEN OUTPUT TIMBRADO
               CLOSE TIMBRADO
               OPEN I-O TIMBRADO
           END-IF.
           OPEN OUTPUT CFDINOM.
           OPEN OUTPUT CFDI-RPT.
           PERFORM IMPRIME-ENCABEZADO.
           PERFORM EXTRAE-RECIBO VARYING I FROM 1 BY 1
               UNTIL I > CFD-COUNT.
           PERFORM IMPRIME-TOTALES.
           MOVE TOTAL-NETO TO WS-EDIT-TOTAL.
           DISPLAY "RECIBOS EXTRAIDOS PARA TIMBRAR: ", CONT-EXTRAIDOS.
           DISPLAY "NETO EXTRAIDO: ", WS-EDIT-TOTAL.
           DISPLAY "SIN DATOS FISCALES: ", CONT-SIN-FISCAL.
           DISPLAY "YA TIMBRADOS (NO SE REENVIAN): ", CONT-YA-TIMBRADOS.
           DISPLAY "TIMBRADOS CON NETO DISTINTO: ", CONT-DIFERENCIAS.
           CLOSE EMPLOYEES.
           CLOSE FISCMST.
           CLOSE TIMBRADO.
           CLOSE CFDINOM.
           CLOSE CFDI-RPT.
           STOP RUN.

      *-------------------- Period control validation --------------------
      * Receipts are stamped from a payroll that has run and not yet
      * closed, as BANKDISP pays it: an open period has no complete
      * EMPSAL yet, and once closed EMPSAL may already hold a later
      * period.  The date the period was processed is kept as the
      * aguinaldo payment date.
       VALIDA-PERIODO.
           OPEN INPUT PERIODCTL.
           IF WS-PERIODCTL-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL CONTROL DE PERIODOS"
               STOP RUN
           END-IF.
           MOVE WS-PERIOD TO PC-PERIODO.
           READ PERIODCTL
               INVALID KEY
                   DISPLAY "ERROR: EL PERIODO ", WS-PERIOD,
                           " NO ESTA REGISTRADO"
                   CLOSE PERIODCTL
                   STOP RUN
           END-READ.
           CLOSE PERIODCTL.
           IF PC-STATUS NOT = "P"
               DISPLAY "ERROR: EL PERIODO ", WS-PERIOD,
                       " NO ESTA EN STATUS PROCESADO (STATUS ",
                       PC-STATUS, ") - SE EXTRAE DESPUES DE LA NOMINA ",
                       "Y ANTES DEL CIERRE"
               STOP RUN
           END-IF.
           MOVE PC-FECHA-ACT TO WS-FECHA-PROC.

      *-------------------- Paid dates of the period --------------------
      * Q1 pays the 1st to the 15th, Q2 the 16th to month end and
      * the monthly run the whole month; the payment date is the
      * last day paid.  The aguinaldo is an extraordinary payroll:
      * the SAT guide has it paid, started and ended on the day of
      * the December payout, for one day paid.
       CALCULA-FECHAS-PERIODO.
           MOVE WS-PERIOD(1:4) TO WS-ANIO.
           MOVE WS-PERIOD(5:2) TO WS-MES.
           EVALUATE WS-MES
               WHEN 2
                   DIVIDE WS-ANIO BY 4 GIVING WS-COC
                       REMAINDER WS-RES-4
                   DIVIDE WS-ANIO BY 100 GIVING WS-COC
                       REMAINDER WS-RES-100
                   DIVIDE WS-ANIO BY 400 GIVING WS-COC
                       REMAINDER WS-RES-400
                   IF WS-RES-400 = 0
                           OR (WS-RES-4 = 0 AND WS-RES-100 NOT = 0)
                       MOVE 29 TO WS-ULT-DIA
                   ELSE
                       MOVE 28 TO WS-ULT-DIA
                   END-IF
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO WS-ULT-DIA
               WHEN OTHER
                   MOVE 31 TO WS-ULT-DIA
           END-EVALUATE.
           MOVE WS-PERIOD(1:6) TO WS-FECHA-X(1:6).
           EVALUATE WS-PERIOD(7:2)
               WHEN "Q1"
                   MOVE "01" TO WS-FECHA-X(7:2)
                   MOVE WS-FECHA-X TO WS-FECHA-INI
                   MOVE "15" TO WS-FECHA-X(7:2)
                   MOVE WS-FECHA-X TO WS-FECHA-FIN
                   MOVE 15 TO WS-DIAS-PAGO
               WHEN "Q2"
                   MOVE "16" TO WS-FECHA-X(7:2)
                   MOVE WS-FECHA-X TO WS-FECHA-INI
                   MOVE WS-ULT-DIA TO WS-FECHA-X(7:2)
                   MOVE WS-FECHA-X TO WS-FECHA-FIN
                   COMPUTE WS-DIAS-PAGO = WS-ULT-DIA - 15
               WHEN "AG"
                   MOVE WS-FECHA-PROC TO WS-FECHA-INI
                   MOVE WS-FECHA-PROC TO WS-FECHA-FIN
                   MOVE 1 TO WS-DIAS-PAGO
               WHEN OTHER
                   MOVE "01" TO WS-FECHA-X(7:2)
                   MOVE WS-FECHA-X TO WS-FECHA-INI
                   MOVE WS-ULT-DIA TO WS-FECHA-X(7:2)
                   MOVE WS-FECHA-X TO WS-FECHA-FIN
                   MOVE WS-ULT-DIA TO WS-DIAS-PAGO
           END-EVALUATE.
           MOVE WS-FECHA-FIN TO WS-FECHA-PAGO.

      *-------------------- Load and consolidate EMPSAL --------------------
      * Regular, recycled, retro and settlement records of the same
      * employee become one receipt.  The aguinaldo file shares the
      * EMPSAL layout and is read into the same record, as BANKDISP
      * does.
       CARGA-EMPSAL.
           MOVE 0 TO CFD-COUNT.
           IF WS-PERIOD(7:2) = "AG"
               MOVE "AGUISAL" TO WS-ARCH-PAGOS
               OPEN INPUT AGUISAL
               IF WS-AGUISAL-STATUS = "35"
                   DISPLAY "ERROR: NO EXISTE EL AGUISAL DEL PERIODO ",
                           WS-PERIOD
                   STOP RUN
               END-IF
           ELSE
               MOVE "EMPSAL" TO WS-ARCH-PAGOS
               OPEN INPUT EMPSAL
               IF WS-EMPSAL-STATUS = "35"
                   DISPLAY "ERROR: NO EXISTE EL EMPSAL DEL PERIODO ",
                           WS-PERIOD
                   STOP RUN
               END-IF
           END-IF.
           PERFORM LEE-EMPSAL.
           PERFORM UNTIL EMS-EOF = 1
               PERFORM ACUMULA-EMPSAL
               PERFORM LEE-EMPSAL
           END-PERFORM.
           IF WS-PERIOD(7:2) = "AG"
               CLOSE AGUISAL
           ELSE
               CLOSE EMPSAL
           END-IF.

       LEE-EMPSAL.
           IF WS-PERIOD(7:2) = "AG"
               READ AGUISAL INTO EMS-REG
                   AT END MOVE 1 TO EMS-EOF
               END-READ
           ELSE
               READ EMPSAL AT END MOVE 1 TO EMS-EOF
           END-IF.

       ACUMULA-EMPSAL.
           MOVE "N" TO WS-HALLADO.
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > CFD-COUNT OR WS-HALLADO = "S"
               IF CF-NOMI(I) = EMS-NOMI
                   MOVE "S" TO WS-HALLADO
               END-IF
           END-PERFORM.
           IF WS-HALLADO = "S"
               SUBTRACT 1 FROM I
           ELSE
               IF CFD-COUNT >= WS-CFD-MAX
                   DISPLAY "ERROR: ", WS-ARCH-PAGOS, " EXCEDE EL ",
                           "MAXIMO DE ", WS-CFD-MAX,
                           " EMPLEADOS SOPORTADOS"
                   IF WS-PERIOD(7:2) = "AG"
                       CLOSE AGUISAL
                   ELSE
                       CLOSE EMPSAL
                   END-IF
                   STOP RUN
               END-IF
               ADD 1 TO CFD-COUNT
               MOVE CFD-COUNT TO I
               MOVE EMS-NOMI TO CF-NOMI(I)
               MOVE EMS-NOMB TO CF-NOMB(I)
               MOVE EMS-DEPT(1:3) TO CF-DEPT(I)
               MOVE 0 TO CF-PERC-FIJA(I) CF-HRS-EXT(I) CF-COMISION(I)
                         CF-BONO-PUN(I) CF-PRIMA-VAC(I)
                         CF-DESC-FAL(I) CF-PERC(I)
                         CF-ISR(I) CF-IMSS(I) CF-PENSION(I)
                         CF-CREDITOS(I) CF-OTRAS-DEDU(I) CF-DEDU(I)
                         CF-NETO(I)
           END-IF.
           ADD EMS-PERC-FIJA TO CF-PERC-FIJA(I).
           ADD EMS-HRS-EXT TO CF-HRS-EXT(I).
           ADD EMS-COMISION TO CF-COMISION(I).
           ADD EMS-BONO-PUN TO CF-BONO-PUN(I).
           ADD EMS-PRIMA-VAC TO CF-PRIMA-VAC(I).
           ADD EMS-DESC-FAL TO CF-DESC-FAL(I).
           ADD EMS-PERC TO CF-PERC(I).
           ADD EMS-ISR TO CF-ISR(I).
           ADD EMS-IMSS TO CF-IMSS(I).
           ADD EMS-PENSION TO CF-PENSION(I).
           ADD EMS-CREDITOS TO CF-CREDITOS(I).
           ADD EMS-OTRAS-DEDU TO CF-OTRAS-DEDU(I).
           ADD EMS-SALA TO CF-NETO(I).

      *------------------------ One receipt ------------------------
      * The receipt's total deduction is the sum of its deduction
      * lines: EMS-DEDU holds whole pesos while the pension and the
      * credit installments carry cents, and the PAC refuses a CFDI
      * whose total does not match its lines or whose net is not the
      * perceptions less the deductions.  A receipt that does not add
      * up is reported and left out like a negative net.
       EXTRAE-RECIBO.
           MOVE "S" TO WS-ENVIA.
           COMPUTE CF-DEDU(I) = CF-ISR(I) + CF-IMSS(I) + CF-PENSION(I)
               + CF-CREDITOS(I) + CF-OTRAS-DEDU(I).
           MOVE CF-NOMI(I) TO FI-NOMI.
           READ FISCMST
               INVALID KEY
                   MOVE "SIN DATOS FISCALES EN FISCMST" TO RPT-MOTIVO
                   PERFORM REGISTRA-SIN-FISCAL
                   MOVE "N" TO WS-ENVIA
               NOT INVALID KEY
                   IF FI-STATUS NOT = "A"
                       MOVE "SIN DATOS FISCALES - INACTIVOS"
                           TO RPT-MOTIVO
                       PERFORM REGISTRA-SIN-FISCAL
                       MOVE "N" TO WS-ENVIA
                   END-IF
           END-READ.
           IF WS-ENVIA = "S"
               IF CF-NETO(I) < 0
                   MOVE "NETO NEGATIVO - NO SE TIMBRA" TO RPT-MOTIVO
                   PERFORM GRABA-LINEA
                   MOVE "N" TO WS-ENVIA
               END-IF
           END-IF.
           IF WS-ENVIA = "S"
               IF CF-PERC(I) - CF-DEDU(I) NOT = CF-NETO(I)
                   MOVE "NETO NO CUADRA CON PERCEPCIONES - DEDUCCIONES"
                       TO RPT-MOTIVO
                   PERFORM GRABA-LINEA
                   MOVE "N" TO WS-ENVIA
               END-IF
           END-IF.
           IF WS-ENVIA = "S"
               PERFORM REGISTRA-TIMBRADO
           END-IF.
           IF WS-ENVIA = "S"
               PERFORM GRABA-EXTRACTO
           END-IF.

      *---------------------- Stamping register ----------------------
      * A receipt already stamped with the same net is not sent
      * again; a stamped one whose net has since moved (a recycle or
      * retro posted after stamping) needs the old CFDI cancelled
      * before a new one can go out, which is the operator's call.
       REGISTRA-TIMBRADO.
           MOVE CF-NOMI(I) TO TI-NOMI.
           MOVE WS-PERIOD TO TI-PERIODO.
           READ TIMBRADO
               INVALID KEY
                   PERFORM LLENA-TIMBRADO
                   WRITE TI-REG
               NOT INVALID KEY
                   IF TI-STATUS = "T"
                       MOVE "N" TO WS-ENVIA
                       IF TI-NETO = CF-NETO(I)
                           ADD 1 TO CONT-YA-TIMBRADOS
                       ELSE
                           ADD 1 TO CONT-DIFERENCIAS
                           MOVE SPACES TO RPT-MOTIVO
                           STRING "TIMBRADO CON OTRO NETO - CANCELE "
                                  "UUID Y RETIMBRE"
                               DELIMITED BY SIZE INTO RPT-MOTIVO
                           PERFORM GRABA-LINEA
                       END-IF
                   ELSE
                       PERFORM LLENA-TIMBRADO
                       REWRITE TI-REG
                   END-IF
           END-READ.

      * A paid employee the PAC cannot be sent is still a receipt
      * of the period: it is registered as rejected with the cause,
      * so CFDIRET keeps listing it until the fiscal data is fixed
      * and a new extract sends it.  A receipt already stamped is
      * left as it is.
       REGISTRA-SIN-FISCAL.
           ADD 1 TO CONT-SIN-FISCAL.
           PERFORM GRABA-LINEA.
           MOVE CF-NOMI(I) TO TI-NOMI.
           MOVE WS-PERIOD TO TI-PERIODO.
           READ TIMBRADO
               INVALID KEY
                   PERFORM LLENA-SIN-FISCAL
                   WRITE TI-REG
               NOT INVALID KEY
                   IF TI-STATUS NOT = "T"
                       PERFORM LLENA-SIN-FISCAL
                       REWRITE TI-REG
                   END-IF
           END-READ.

       LLENA-SIN-FISCAL.
           PERFORM LLENA-TIMBRADO.
           MOVE "R" TO TI-STATUS.
           MOVE RPT-MOTIVO TO TI-CAUSA.

       LLENA-TIMBRADO.
           MOVE CF-NETO(I) TO TI-NETO.
           MOVE "P" TO TI-STATUS.
           MOVE SPACES TO TI-UUID.
           MOVE SPACES TO TI-CAUSA.
           MOVE WS-CURRENT-DATE TO TI-FECHA-EXT.
           MOVE 0 TO TI-FECHA-TIM.

      *------------------------ PAC extract record ------------------------
       GRABA-EXTRACTO.
           MOVE 0 TO WS-FECHA-ALTA.
           MOVE CF-NOMI(I) TO EMP-NOMI.
           READ EMPLOYEES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EMP-FECHA-ALTA TO WS-FECHA-ALTA
           END-READ.
           MOVE SPACES TO CX-REG.
           MOVE CF-NOMI(I) TO CX-NOMI.
           MOVE WS-PERIOD TO CX-PERIODO.
           IF WS-PERIOD(7:2) = "AG"
               MOVE "E" TO CX-TIPO-NOMINA
           ELSE
               MOVE "O" TO CX-TIPO-NOMINA
           END-IF.
           MOVE FI-RFC TO CX-RFC.
           MOVE FI-CURP TO CX-CURP.
           MOVE FI-NSS TO CX-NSS.
           MOVE FI-CP TO CX-CP.
           MOVE CF-NOMB(I) TO CX-NOMB.
           MOVE CF-DEPT(I) TO CX-DEPT.
           MOVE WS-FECHA-ALTA TO CX-FECHA-ALTA.
           EVALUATE WS-PERIOD(7:2)
               WHEN "Q1"
               WHEN "Q2"
                   MOVE "04" TO CX-PERIODICIDAD
               WHEN "AG"
                   MOVE "99" TO CX-PERIODICIDAD
               WHEN OTHER
                   MOVE "05" TO CX-PERIODICIDAD
           END-EVALUATE.
           MOVE WS-FECHA-PAGO TO CX-FECHA-PAGO.
           MOVE WS-FECHA-INI TO CX-FECHA-INI.
           MOVE WS-FECHA-FIN TO CX-FECHA-FIN.
           MOVE WS-DIAS-PAGO TO CX-DIAS.
           MOVE CF-PERC-FIJA(I) TO CX-PERC-FIJA.
           MOVE CF-HRS-EXT(I) TO CX-HRS-EXT.
           MOVE CF-COMISION(I) TO CX-COMISION.
           MOVE CF-BONO-PUN(I) TO CX-BONO-PUN.
           MOVE CF-PRIMA-VAC(I) TO CX-PRIMA-VAC.
           MOVE CF-DESC-FAL(I) TO CX-DESC-FAL.
           MOVE CF-PERC(I) TO CX-TOT-PERC.
           MOVE CF-ISR(I) TO CX-ISR.
           MOVE CF-IMSS(I) TO CX-IMSS.
           MOVE CF-PENSION(I) TO CX-PENSION.
           MOVE CF-CREDITOS(I) TO CX-CREDITOS.
           MOVE CF-OTRAS-DEDU(I) TO CX-OTRAS-DEDU.
           MOVE CF-DEDU(I) TO CX-TOT-DEDU.
           MOVE CF-NETO(I) TO CX-NETO.
           WRITE CX-REG.
           ADD 1 TO CONT-EXTRAIDOS.
           ADD CF-NETO(I) TO TOTAL-NETO.

      *------------------------ Report lines ------------------------
       IMPRIME-ENCABEZADO.
           MOVE SPACES TO RPT-REG.
           STRING "EXTRACTO CFDI NOMINA - PERIODO " WS-PERIOD
                  "  FECHA " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.
           MOVE SPACES TO RPT-REG.
           STRING "RECIBOS NO ENVIADOS AL PAC:"
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.
           MOVE SPACES TO RPT-REG.
           WRITE RPT-REG.

       GRABA-LINEA.
           MOVE SPACES TO RPT-REG.
           STRING CF-NOMI(I) " " CF-NOMB(I) " " RPT-MOTIVO
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

       IMPRIME-TOTALES.
           MOVE SPACES TO RPT-REG.
           WRITE RPT-REG.
           MOVE SPACES TO RPT-REG.
           STRING "RECIBOS EXTRAIDOS: " CONT-EXTRAIDOS
                  "  SIN DATOS FISCALES: " CONT-SIN-FISCAL
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.
           MOVE SPACES TO RPT-REG.
           STRING "YA TIMBRADOS: " CONT-YA-TIMBRADOS
                  "  TIMBRADOS CON NETO DISTINTO: " CONT-DIFERENCIAS
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.
           MOVE TOTAL-NETO TO WS-EDIT-TOTAL.
           MOVE SPACES TO RPT-REG.
           STRING "NETO EXTRAIDO: " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO RPT-REG.
           WRITE RPT-REG.

       END PROGRAM CFDIEXT.
