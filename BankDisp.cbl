      * Purpose: Bank dispersion extract.  Runs after 3EMP-SAL and
      *          turns the EMPSAL net pays into the fixed-format SPEI
      *          layout the bank ingests: one header, one detail per
      *          payable employee with an active account in BANKACCT
      *          (an alta still pending approval is not active),
      *          and one trailer carrying record count and hash total.
      *          Employees that cannot be dispersed go to a report for
      *          manual payment.  For the aguinaldo sub-period
      *          (AAAA12AG) the pays come from AGUISAL, the EMPSAL-
      *          format file AGUINALD writes, so the December payroll
      *          file is left alone.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT EMPSAL ASSIGN TO DISK
               FILE STATUS IS WS-EMPSAL-STATUS.
           SELECT AGUISAL ASSIGN TO DISK
               FILE STATUS IS WS-AGUISAL-STATUS.
           SELECT BANKACCT ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FILE SECTION.
       FD  EMPSAL.
           COPY EMSREC.
       FD  AGUISAL.
           COPY EMSREC REPLACING LEADING ==EMS== BY ==AGS==.
       FD  BANKACCT.
           COPY BANKREC.
       FD  PERIODCTL.
       01  RPT-REG PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-EMPSAL-STATUS PIC X(02).
       77  WS-AGUISAL-STATUS PIC X(02).
       77  WS-BANKACCT-STATUS PIC X(02).
       77  WS-GARNDET-STATUS PIC X(02).
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  WS-PARM PIC X(10) VALUE SPACES.
       77  RPT-MOTIVO PIC X(40) VALUE SPACES.
       77  WS-EDIT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       77  LG-COUNT PIC 9(05) VALUE 0.
       77  WS-LG-MAX PIC 9(05) VALUE 5000.
       77  WS-LG-IDX PIC 9(05) VALUE 0.
       77  L PIC 9(05).
       77  WS-IMPORTE-ANT PIC 9(09)V99 VALUE 0.
      * Payroll numbers already put in the ledger by this run.
       01  LG-TAB.
           02 LG-NOMI OCCURS 1 TO 5000 TIMES
                  DEPENDING ON LG-COUNT PIC 9(06).
       PROCEDURE DIVISION.
      *------------------------ Main procedure ------------------------
       MAIN-PROCEDURE.
               MOVE WS-PARM(1:6) TO WS-PERIOD(1:6)
           END-IF.
           IF WS-PARM(7:2) = "Q1" OR WS-PARM(7:2) = "Q2"
                   OR WS-PARM(7:2) = "AG"
               MOVE WS-PARM(7:2) TO WS-PERIOD(7:2)
           END-IF.
           PERFORM VALIDA-PERIODO.
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
           OPEN INPUT BANKACCT.
           IF WS-BANKACCT-STATUS = "35"
           DISPLAY "IMPORTE DISPERSADO: ", WS-EDIT-TOTAL.
           DISPLAY "PAGOS A TRAMITE MANUAL: ", CONT-MANUAL.
           DISPLAY "PAGOS A BENEFICIARIOS DE PENSION: ", CONT-BENEF.
           IF WS-PERIOD(7:2) = "AG"
               CLOSE AGUISAL
           ELSE
               CLOSE EMPSAL
           END-IF.
           CLOSE BANKACCT.
           CLOSE BANKFILE.
           CLOSE PAYLEDG.
           END-IF.

      *------------------------ Read salary file ------------------------
      * The aguinaldo file shares the EMPSAL layout and is read into
      * the same record, so the rest of the program does not know
      * which run it is dispersing.
       LEE-EMPSAL.
           IF WS-PERIOD(7:2) = "AG"
               READ AGUISAL INTO EMS-REG
                   AT END MOVE 1 TO EMS-EOF
               END-READ
           ELSE
               READ EMPSAL AT END MOVE 1 TO EMS-EOF
           END-IF.

      *------------------------ One employee ------------------------
       DISPERSA-EMPLEADO.
                               PERFORM GRABA-MANUAL
                           END-IF
                       ELSE
      *                    An alta captured in BNKMAINT and not yet
      *                    approved by a second operator is never
      *                    paid to; a pending cambio is ignored here
      *                    because BA-CLABE still holds the approved
      *                    account until the approval.
                           IF BA-STATUS = "P"
                               MOVE
                                 "CUENTA PENDIENTE DE APROBAR - CHEQUE"
                                   TO RPT-MOTIVO
                           ELSE
                               MOVE "CUENTA NO ACTIVA - PAGO CON CHEQUE"
                                   TO RPT-MOTIVO
                           END-IF
                           PERFORM GRABA-MANUAL
                       END-IF
               END-READ
      * of the dispersion restates the record (the old BANKFILE was
      * discarded with the rerun).  From here BANKRET, the bank's
      * confirmation and the redispersion run move the state.
      * An employee with more than one payable record in the period
      * (a recycle, retro difference or settlement riding EMPSAL next
      * to the payroll's) gets one detail per record, and the ledger
      * carries their total: a record this run already restated is
      * added to, not replaced.
       GRABA-LEDGER.
           MOVE EMS-NOMI TO PL-NOMI.
           MOVE WS-PERIOD TO PL-PERIODO.
           PERFORM BUSCA-EN-CORRIDA.
           READ PAYLEDG
               INVALID KEY
                   PERFORM LLENA-LEDGER
                   WRITE PL-REG
               NOT INVALID KEY
                   MOVE PL-IMPORTE TO WS-IMPORTE-ANT
                   PERFORM LLENA-LEDGER
                   IF WS-LG-IDX > 0
                       ADD WS-IMPORTE-ANT TO PL-IMPORTE
                   END-IF
                   REWRITE PL-REG
           END-READ.
           IF WS-LG-IDX = 0
               IF LG-COUNT >= WS-LG-MAX
                   DISPLAY "ERROR: MAS DE ", WS-LG-MAX,
                           " EMPLEADOS PAGADOS EN LA CORRIDA"
                   STOP RUN
               END-IF
               ADD 1 TO LG-COUNT
               MOVE EMS-NOMI TO LG-NOMI(LG-COUNT)
           END-IF.

       BUSCA-EN-CORRIDA.
           MOVE 0 TO WS-LG-IDX.
           PERFORM VARYING L FROM 1 BY 1
                   UNTIL L > LG-COUNT OR WS-LG-IDX > 0
               IF LG-NOMI(L) = EMS-NOMI
                   MOVE L TO WS-LG-IDX
               END-IF
           END-PERFORM.

       LLENA-LEDGER.
           MOVE EMS-NOMB TO PL-NOMB.
