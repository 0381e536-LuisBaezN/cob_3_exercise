      *          and the EMPHIST pay history - salary for the days
      *          worked in the final month when the period was not
      *          already paid, proportional aguinaldo, the unused
      *          vacation and its prima vacacional - and
      *          withholds ISR / IMSS on it with the same rate table
      *          the payroll applies to the period.  The settlement
      *          is appended to the period's EMPSAL so BANKDISP pays
      *          inactivated in the master with an audit record, so
      *          the separate EMPMAINT baja is no longer needed.
      *          Service days use the commercial 30-day month, the
      *          same convention as the accrual provisions.  The
      *          unused vacation is the VACMST balance (days granted
      *          on past anniversaries less the days enjoyed) plus
      *          the proportional part of the service year in
      *          progress; the balance is settled in the vacation
      *          ledger so nothing is left to pay twice.  The
      *          balances the leaver still owes on CREDMST credits
      *          (company loans, INFONAVIT, FONACOT) are withheld
      *          from the net and closed in the credit ledger; what
      *          the net cannot cover is left owed, suspended, for
      *          direct collection.
      *          Command line: NOMINA ULTIMO-DIA(AAAAMMDD) OPERADOR;
      *          the operator must hold the capture role in the
      *          OPERMST security master (OPERCHK).
      *          The target period is the month of the last day and
      *          must be marked processed ("P"): the settlement
      *          appends to the period's EMPSAL, so it has to land
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.
           SELECT GLEXTRACT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXTRACT-STATUS.
           SELECT PERIODCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               FILE STATUS IS WS-AUDITLOG-STATUS.
           SELECT FINIQ-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VACMST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VA-NOMI
               FILE STATUS IS WS-VACMST-STATUS.
           SELECT VACMOV ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VM-KEY
               FILE STATUS IS WS-VACMOV-STATUS.
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
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEES.
               03 DH-PERIOD PIC X(08).
           02 DH-DEPT-NAME PIC X(20).
           02 DH-TOTAL PIC S9(07)V99.
       FD  GLEXTRACT.
       01  GL-REG.
           02 GL-CC PIC X(06).
           02 GL-DEBIT PIC 9(09)V99.
           02 GL-PERIOD PIC X(08).
       FD  PERIODCTL.
           COPY PERREC.
       FD  GARNMST.
           COPY AUDREC.
       FD  FINIQ-RPT.
       01  FIN-LINE PIC X(80).
       FD  VACMST.
           COPY VACREC.
       FD  VACMOV.
           COPY VACMREC.
       FD  CREDMST.
           COPY CREDREC.
       FD  CREDMOV.
           COPY CREDMREC.
       WORKING-STORAGE SECTION.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-EMPSAL-STATUS PIC X(02).
       77  WS-EMPHIST-STATUS PIC X(02).
       77  WS-DEPTHIST-STATUS PIC X(02).
       77  WS-GLEXTRACT-STATUS PIC X(02).
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  WS-GARNMST-STATUS PIC X(02).
       77  WS-AUDITLOG-STATUS PIC X(02).
       77  WS-VACMST-STATUS PIC X(02).
       77  WS-VACMOV-STATUS PIC X(02).
       77  WS-CREDMST-STATUS PIC X(02).
       77  WS-CREDMOV-STATUS PIC X(02).
       77  DEPT-EOF PIC 9 VALUE 0.
       77  GARN-EOF PIC 9 VALUE 0.
       77  WS-CURRENT-DATE PIC 9(08).
      * Statutory bases, same constants the employer-cost accrual
      * provisions use.
       77  WS-DIAS-AGUINALDO PIC 9(02) VALUE 15.
       77  WS-PCT-PRIMA-VAC PIC 9(02) VALUE 25.
      * Vacation ledger position of the leaver.
       77  WS-VAC-REG PIC X(01) VALUE "N".
       77  WS-VAC-ANIOS PIC 9(02) VALUE 0.
       77  WS-VAC-SALDO PIC S9(04) VALUE 0.
       77  WS-VAC-DESDE PIC 9(08) VALUE 0.
       77  WS-VAC-DIAS-SERV PIC S9(05) VALUE 0.
       77  WS-VAC-DIAS-LEY PIC 9(02) VALUE 0.
       77  WS-VAC-DIAS-PROP PIC 9(03)V99 VALUE 0.
       77  WS-VAC-DIAS-PEND PIC S9(04)V99 VALUE 0.
       77  WS-VAC-QUINQ PIC 9(02) VALUE 0.
       77  WS-DESDE-ANIO PIC 9(04) VALUE 0.
       77  WS-DESDE-MES PIC 9(02) VALUE 0.
       77  WS-DESDE-DIA PIC 9(02) VALUE 0.
       77  WS-BAJA-ANIO PIC 9(04) VALUE 0.
       77  WS-EDIT-DIAS PIC ZZZ9.99-.
       77  FIN-SALARIO PIC 9(05)V99 VALUE 0.
       77  FIN-AGUINALDO PIC 9(05)V99 VALUE 0.
       77  FIN-VACACIONES PIC 9(05)V99 VALUE 0.
       77  FIN-ISR PIC 9(05) VALUE 0.
       77  FIN-IMSS PIC 9(05) VALUE 0.
       77  FIN-NETO PIC S9(05)V99 VALUE 0.
      * Credit balances withheld from the settlement.
       77  FIN-CREDITOS PIC 9(05)V99 VALUE 0.
       77  FIN-CRED-PEND PIC 9(07)V99 VALUE 0.
       77  CRED-EOF PIC 9 VALUE 0.
       77  FC-COUNT PIC 9(02) VALUE 0.
       77  WS-FC-MAX PIC 9(02) VALUE 20.
       77  WS-CRE-DISP PIC S9(07)V99 VALUE 0.
       77  WS-CRE-IMP PIC 9(05)V99 VALUE 0.
       77  WS-EDIT-SALDO PIC Z,ZZZ,ZZ9.99.
       77  WS-MES-PAGADO PIC X(01) VALUE "N".
       77  CONT-ORDENES PIC 9(02) VALUE 0.
       77  WS-IMP-LABEL PIC X(25) VALUE SPACES.
       77  DEPT-COUNT PIC 9(3) VALUE 0.
       77  WS-DEPT-MAX PIC 9(3) VALUE 50.
       77  WS-ISR-MATCH PIC X(01) VALUE "N".
       01  FIN-CRED-TAB.
           02 FIN-CRED-ROW OCCURS 20 TIMES.
               03 FC-CREDITO PIC X(10).
               03 FC-SALDO PIC 9(07)V99.
               03 FC-IMPORTE PIC 9(05)V99.
       01  DEPTS-NAME-TAB.
           02 DEPTS-NAMES-ROW OCCURS 1 TO 50 TIMES
                  DEPENDING ON DEPT-COUNT.
               03 DEPT-NAME PIC X(20).
               03 DEPT-CC   PIC X(06).
           COPY TAXCPARM.
           COPY OPERPARM.
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
           MOVE WS-PARM(1:6) TO WS-NOMINA.
           MOVE WS-PARM(8:8) TO WS-ULT-DIA.
           MOVE WS-PARM(17:8) TO WS-OPERADOR.
           PERFORM VERIFICA-OPERADOR.
           MOVE WS-PARM(8:6) TO WS-PERIOD.
           MOVE WS-PARM(12:2) TO WS-BAJA-MES.
           MOVE WS-PARM(14:2) TO WS-BAJA-DIA.
           PERFORM GRABA-EMPSAL.
           PERFORM GRABA-HIST-EMPLEADO.
           PERFORM ACTUALIZA-DEPTHIST.
           PERFORM GRABA-GL-COMPLEMENTO.
           PERFORM INACTIVA-EMPLEADO.
           PERFORM LIQUIDA-VACACIONES.
           PERFORM LIQUIDA-CREDITOS.
           PERFORM AVISA-PENSIONES.
           PERFORM IMPRIME-FINIQUITO.
           DISPLAY "FINIQUITO DE ", WS-NOMINA, " POSTEADO AL PERIODO ",
           CLOSE FINIQ-RPT.
           STOP RUN.

      *------------------- Operator authorization -------------------
      * The operator must be an active OPERMST operator holding the
      * capture role; OPERCHK journals the refusal in SECLOG.
       VERIFICA-OPERADOR.
           MOVE WS-OPERADOR TO OC-OPERADOR.
           MOVE "C" TO OC-ROL.
           MOVE "FINIQUIT" TO OC-PROGRAMA.
           MOVE SPACES TO OC-CAPTURO.
           MOVE SPACES TO OC-DETALLE.
           STRING "FINIQUITO DE LA NOMINA " WS-NOMINA
               DELIMITED BY SIZE INTO OC-DETALLE.
           CALL "OPERCHK" USING OC-PARM.
           IF OC-RC NOT = 0
               DISPLAY "ERROR: OPERADOR ", WS-OPERADOR, " - ",
                       OC-MOTIVO
               DISPLAY "NO SE CALCULO EL FINIQUITO"
               STOP RUN
           END-IF.

      *-------------------- Period control validation --------------------
       VALIDA-PERIODO.
           OPEN INPUT PERIODCTL.
           END-IF.
           COMPUTE FIN-AGUINALDO ROUNDED = WS-SAL-DIARIO
               * WS-DIAS-AGUINALDO * WS-DIAS-ANIO / 360.
           PERFORM CALCULA-VACACIONES.
           COMPUTE FIN-VACACIONES ROUNDED = WS-SAL-DIARIO
               * WS-VAC-DIAS-PEND.
           COMPUTE FIN-PRIMA ROUNDED = FIN-VACACIONES
               * WS-PCT-PRIMA-VAC / 100.
           COMPUTE FIN-BRUTO = FIN-SALARIO + FIN-AGUINALDO
               STOP RUN
           END-IF.
           COMPUTE FIN-NETO = FIN-BRUTO - FIN-ISR - FIN-IMSS.
           PERFORM CALCULA-CREDITOS.
           SUBTRACT FIN-CREDITOS FROM FIN-NETO.

      *------------------ Unused vacation from the ledger ------------------
      * The days pending are the ledger balance plus the proportional
      * part of the service year in progress, counted on the
      * commercial calendar from the last anniversary granted (or the
      * hire date when none was) through the last day, at the
      * entitlement of the year being completed.  More than a year
      * since that date means an anniversary VACANIV has not granted
      * yet, and settling without it would shortchange the leaver.
      * Days taken in advance (negative balance) are recovered from
      * the proportional part, never below zero.
       CALCULA-VACACIONES.
           MOVE "N" TO WS-VAC-REG.
           MOVE 0 TO WS-VAC-ANIOS.
           MOVE 0 TO WS-VAC-SALDO.
           MOVE EMP-FECHA-ALTA TO WS-VAC-DESDE.
           OPEN INPUT VACMST.
           IF WS-VACMST-STATUS NOT = "35"
               MOVE WS-NOMINA TO VA-NOMI
               READ VACMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-VAC-REG
                       MOVE VA-ANIOS TO WS-VAC-ANIOS
                       MOVE VA-SALDO TO WS-VAC-SALDO
                       IF VA-ANIOS > 0
                           MOVE VA-FECHA-ANIV TO WS-VAC-DESDE
                       END-IF
               END-READ
               CLOSE VACMST
           END-IF.
           MOVE WS-VAC-DESDE(1:4) TO WS-DESDE-ANIO.
           MOVE WS-VAC-DESDE(5:2) TO WS-DESDE-MES.
           MOVE WS-VAC-DESDE(7:2) TO WS-DESDE-DIA.
           IF WS-DESDE-DIA > 30
               MOVE 30 TO WS-DESDE-DIA
           END-IF.
           MOVE WS-ULT-DIA(1:4) TO WS-BAJA-ANIO.
           COMPUTE WS-VAC-DIAS-SERV =
               (WS-BAJA-ANIO - WS-DESDE-ANIO) * 360
               + (WS-BAJA-MES - WS-DESDE-MES) * 30
               + WS-DIA-COM - WS-DESDE-DIA + 1.
           IF WS-VAC-DIAS-SERV > 360
               DISPLAY "ERROR: LA NOMINA ", WS-NOMINA, " TIENE UN ",
                       "ANIVERSARIO SIN OTORGAR - CORRA VACANIV CON ",
                       "FECHA ", WS-ULT-DIA, " ANTES DEL FINIQUITO"
               CLOSE EMPLOYEES
               STOP RUN
           END-IF.
           IF WS-VAC-DIAS-SERV < 0
               MOVE 0 TO WS-VAC-DIAS-SERV
           END-IF.
           COMPUTE WS-VAC-ANIOS = WS-VAC-ANIOS + 1.
           PERFORM CALCULA-DIAS-LEY.
           COMPUTE WS-VAC-DIAS-PROP ROUNDED =
               WS-VAC-DIAS-LEY * WS-VAC-DIAS-SERV / 360.
           COMPUTE WS-VAC-DIAS-PEND = WS-VAC-SALDO + WS-VAC-DIAS-PROP.
           IF WS-VAC-DIAS-PEND < 0
               MOVE 0 TO WS-VAC-DIAS-PEND
           END-IF.

      *------------------ Credit balances still owed ------------------
      * Every credit of the leaver with a balance - suspended ones
      * included, the debt is still owed - is withheld from the net
      * in key order, each capped at what the net still has.
       CALCULA-CREDITOS.
           MOVE 0 TO FIN-CREDITOS.
           MOVE 0 TO FIN-CRED-PEND.
           MOVE 0 TO FC-COUNT.
           MOVE 0 TO CRED-EOF.
           IF FIN-NETO > 0
               MOVE FIN-NETO TO WS-CRE-DISP
           ELSE
               MOVE 0 TO WS-CRE-DISP
           END-IF.
           OPEN INPUT CREDMST.
           IF WS-CREDMST-STATUS = "35"
               MOVE 1 TO CRED-EOF
           ELSE
               PERFORM LEE-CREDITO
           END-IF.
           PERFORM UNTIL CRED-EOF = 1
               IF CD-NOMI = WS-NOMINA AND CD-SALDO > 0
                   IF FC-COUNT >= WS-FC-MAX
                       DISPLAY "ERROR: LA NOMINA ", WS-NOMINA,
                               " EXCEDE EL MAXIMO DE ", WS-FC-MAX,
                               " CREDITOS SOPORTADO - TRAMITE MANUAL"
                       CLOSE CREDMST
                       CLOSE EMPLOYEES
                       STOP RUN
                   END-IF
                   ADD 1 TO FC-COUNT
                   MOVE CD-CREDITO TO FC-CREDITO(FC-COUNT)
                   MOVE CD-SALDO TO FC-SALDO(FC-COUNT)
                   IF CD-SALDO > WS-CRE-DISP
                       MOVE WS-CRE-DISP TO WS-CRE-IMP
                       COMPUTE FIN-CRED-PEND = FIN-CRED-PEND
                           + CD-SALDO - WS-CRE-DISP
                   ELSE
                       MOVE CD-SALDO TO WS-CRE-IMP
                   END-IF
                   MOVE WS-CRE-IMP TO FC-IMPORTE(FC-COUNT)
                   SUBTRACT WS-CRE-IMP FROM WS-CRE-DISP
                   ADD WS-CRE-IMP TO FIN-CREDITOS
               END-IF
               PERFORM LEE-CREDITO
           END-PERFORM.
           IF WS-CREDMST-STATUS NOT = "35"
               CLOSE CREDMST
           END-IF.
           IF FIN-CRED-PEND > 0
               DISPLAY "AVISO: EL NETO DEL FINIQUITO NO CUBRE LOS ",
                       "CREDITOS DE ", WS-NOMINA, " - QUEDAN ",
                       FIN-CRED-PEND, " POR COBRAR DIRECTAMENTE"
           END-IF.

       LEE-CREDITO.
           READ CREDMST NEXT RECORD
               AT END MOVE 1 TO CRED-EOF
           END-READ.

      * Statutory days for the service year in WS-VAC-ANIOS: twelve
      * the first year, two more each year up to twenty the fifth,
      * then two more for every further five years - the same table
      * VACANIV grants from.
       CALCULA-DIAS-LEY.
           IF WS-VAC-ANIOS <= 5
               COMPUTE WS-VAC-DIAS-LEY = 10 + 2 * WS-VAC-ANIOS
           ELSE
               COMPUTE WS-VAC-QUINQ = (WS-VAC-ANIOS - 1) / 5
               COMPUTE WS-VAC-DIAS-LEY = 20 + 2 * WS-VAC-QUINQ
           END-IF.

      * A pay-history record for the period means the payroll already
      * paid the month (the baja arrived after the run).
           MOVE 0 TO EMS-COMISION.
           MOVE 0 TO EMS-BONO-PUN.
           MOVE 0 TO EMS-DESC-FAL.
           MOVE 0 TO EMS-PRIMA-VAC.
           MOVE 0 TO EMS-OTRAS-DEDU.
           MOVE 0 TO EMS-PENSION.
           MOVE FIN-CREDITOS TO EMS-CREDITOS.
           MOVE FIN-ISR TO EMS-ISR.
           MOVE FIN-IMSS TO EMS-IMSS.
           COMPUTE EMS-DEDU = FIN-ISR + FIN-IMSS + FIN-CREDITOS.
           MOVE FIN-NETO TO EMS-SALA.
           WRITE EMS-REG.

                   REWRITE DH-REG
           END-READ.

      * The period's GL extract is cut by 3EMP-SAL; a net posted to
      * the period afterwards follows it as a complementary debit to
      * the department's cost center, so the extract keeps tying to
      * DEPTHIST.
       GRABA-GL-COMPLEMENTO.
           OPEN EXTEND GLEXTRACT.
           IF WS-GLEXTRACT-STATUS = "35"
               OPEN OUTPUT GLEXTRACT
           END-IF.
           MOVE SPACES TO GL-CC.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
               IF EMS-DEPT = DEPT-CODE(I)
                   MOVE DEPT-CC(I) TO GL-CC
               END-IF
           END-PERFORM.
           MOVE EMS-SALA TO GL-DEBIT.
           MOVE WS-PERIOD TO GL-PERIOD.
           WRITE GL-REG.
           CLOSE GLEXTRACT.

       BUSCA-NOMBRE-DEPTO.
           MOVE SPACES TO DH-DEPT-NAME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
           WRITE AUD-REG.
           CLOSE AUDITLOG.

      *------------------ Settle the vacation ledger ------------------
      * The days paid in the settlement - the balance plus the
      * proportional part of the year in progress, never less than
      * zero - are closed with an "L" movement, leaving the leaver's
      * ledger at zero; a leaver the ledger never saw gets a record
      * so the settlement is on file.  The ledger keeps whole days,
      * so the days paid are rounded.
       LIQUIDA-VACACIONES.
           OPEN I-O VACMST.
           IF WS-VACMST-STATUS = "35"
               OPEN OUTPUT VACMST
               CLOSE VACMST
               OPEN I-O VACMST
           END-IF.
           OPEN I-O VACMOV.
           IF WS-VACMOV-STATUS = "35"
               OPEN OUTPUT VACMOV
               CLOSE VACMOV
               OPEN I-O VACMOV
           END-IF.
           MOVE WS-NOMINA TO VA-NOMI.
           READ VACMST
               INVALID KEY
                   MOVE 0 TO VA-ANIOS
                   MOVE 0 TO VA-FECHA-ANIV
                   MOVE 0 TO VA-DIAS-ULT
                   MOVE 0 TO VA-OTORGADOS
                   MOVE 0 TO VA-GOZADOS
                   MOVE 0 TO VA-LIQUIDADOS
                   MOVE 0 TO VA-SALDO
                   MOVE WS-CURRENT-DATE TO VA-FECHA-ACT
                   WRITE VA-REG
           END-READ.
           MOVE WS-NOMINA TO VM-NOMI.
           MOVE WS-PERIOD TO VM-REFER.
           MOVE "L" TO VM-TIPO.
           MOVE VA-ANIOS TO VM-ANIOS.
           COMPUTE VM-DIAS ROUNDED = WS-VAC-DIAS-PEND.
           COMPUTE VM-IMPORTE = FIN-VACACIONES + FIN-PRIMA.
           MOVE WS-CURRENT-DATE TO VM-FECHA.
           WRITE VM-REG
               INVALID KEY
                   REWRITE VM-REG
           END-WRITE.
           ADD VM-DIAS TO VA-LIQUIDADOS.
           MOVE 0 TO VA-SALDO.
           MOVE WS-CURRENT-DATE TO VA-FECHA-ACT.
           REWRITE VA-REG.
           CLOSE VACMST.
           CLOSE VACMOV.

      *------------------- Settle the credit ledger -------------------
      * One "F" movement per credit withheld; a credit the settlement
      * paid off is closed, one left with a balance is suspended so
      * the outstanding report still carries it as owed.
       LIQUIDA-CREDITOS.
           IF FC-COUNT > 0
               OPEN I-O CREDMST
               OPEN I-O CREDMOV
               IF WS-CREDMOV-STATUS = "35"
                   OPEN OUTPUT CREDMOV
                   CLOSE CREDMOV
                   OPEN I-O CREDMOV
               END-IF
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > FC-COUNT
                   MOVE WS-NOMINA TO CD-NOMI
                   MOVE FC-CREDITO(I) TO CD-CREDITO
                   READ CREDMST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM LIQUIDA-UN-CREDITO
                   END-READ
               END-PERFORM
               CLOSE CREDMST
               CLOSE CREDMOV
           END-IF.

       LIQUIDA-UN-CREDITO.
           SUBTRACT FC-IMPORTE(I) FROM CD-SALDO.
           IF CD-SALDO = 0
               MOVE "L" TO CD-STATUS
           ELSE
               MOVE "S" TO CD-STATUS
           END-IF.
           MOVE WS-CURRENT-DATE TO CD-FECHA-ACT.
           REWRITE CD-REG.
           IF FC-IMPORTE(I) > 0
               MOVE WS-NOMINA TO CM-NOMI
               MOVE FC-CREDITO(I) TO CM-CREDITO
               MOVE WS-PERIOD TO CM-REFER
               MOVE "F" TO CM-TIPO
               MOVE FC-IMPORTE(I) TO CM-IMPORTE
               MOVE CD-SALDO TO CM-SALDO
               MOVE WS-CURRENT-DATE TO CM-FECHA
               WRITE CM-REG
                   INVALID KEY
                       REWRITE CM-REG
               END-WRITE
           END-IF.

      *----------------- Active garnishment warning -----------------
      * A court order reaches the finiquito too, but the split is the
      * court's arithmetic, not the bracket table's; the operator is
           MOVE "DIAS DEL EJERCICIO:" TO FIN-LINE(1:19).
           MOVE WS-DIAS-ANIO TO FIN-LINE(21:3).
           WRITE FIN-LINE.
           MOVE SPACES TO FIN-LINE.
           MOVE "SALDO DE VACACIONES:" TO FIN-LINE(1:20).
           MOVE WS-VAC-SALDO TO WS-EDIT-DIAS.
           MOVE WS-EDIT-DIAS TO FIN-LINE(22:8).
           MOVE "PROPORCIONAL:" TO FIN-LINE(32:13).
           MOVE WS-VAC-DIAS-PROP TO WS-EDIT-DIAS.
           MOVE WS-EDIT-DIAS TO FIN-LINE(46:8).
           MOVE "PENDIENTES:" TO FIN-LINE(56:11).
           MOVE WS-VAC-DIAS-PEND TO WS-EDIT-DIAS.
           MOVE WS-EDIT-DIAS TO FIN-LINE(68:8).
           WRITE FIN-LINE.
           MOVE ALL "-" TO FIN-LINE.
           WRITE FIN-LINE.
           MOVE "SALARIO DEL MES:" TO WS-IMP-LABEL.
           MOVE "RETENCION IMSS:" TO WS-IMP-LABEL.
           MOVE FIN-IMSS TO WS-EDIT-IMP.
           PERFORM ESCRIBE-IMPORTE.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FC-COUNT
               MOVE SPACES TO WS-IMP-LABEL
               STRING "CREDITO " FC-CREDITO(I) ":"
                   DELIMITED BY SIZE INTO WS-IMP-LABEL
               MOVE FC-IMPORTE(I) TO WS-EDIT-IMP
               PERFORM ESCRIBE-IMPORTE
           END-PERFORM.
           IF FIN-CRED-PEND > 0
               MOVE SPACES TO FIN-LINE
               MOVE "CREDITOS POR COBRAR:" TO FIN-LINE(1:20)
               MOVE FIN-CRED-PEND TO WS-EDIT-SALDO
               MOVE WS-EDIT-SALDO TO FIN-LINE(24:12)
               WRITE FIN-LINE
           END-IF.
           MOVE "NETO DEL FINIQUITO:" TO WS-IMP-LABEL.
           MOVE FIN-NETO TO WS-EDIT-IMP.
           PERFORM ESCRIBE-IMPORTE.
