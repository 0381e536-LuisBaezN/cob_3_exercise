               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.
           SELECT GLEXTRACT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXTRACT-STATUS.
           SELECT EMPHIST ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT GARNDET ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNDET-STATUS.
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
           SELECT RECYC-RPT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECYCCTL ASSIGN TO DISK
               03 DH-PERIOD PIC X(08).
           02 DH-DEPT-NAME PIC X(20).
           02 DH-TOTAL PIC S9(07)V99.
       FD  GLEXTRACT.
       01  GL-REG.
           02 GL-CC PIC X(06).
           02 GL-DEBIT PIC 9(09)V99.
           02 GL-PERIOD PIC X(08).
       FD  EMPHIST.
           COPY EMPHREC.
       FD  PERIODCTL.
           COPY GARNREC.
       FD  GARNDET.
           COPY GARNDREC.
       FD  CREDMST.
           COPY CREDREC.
       FD  CREDMOV.
           COPY CREDMREC.
       FD  RECYC-RPT.
       01  RPT-LINE PIC X(132).
       FD  RECYCCTL.
       77  WS-EMPLOYEES-STATUS PIC X(02).
       77  WS-EMPSAL-STATUS PIC X(02).
       77  WS-DEPTHIST-STATUS PIC X(02).
       77  WS-GLEXTRACT-STATUS PIC X(02).
       77  WS-EMPHIST-STATUS PIC X(02).
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  EXC-EOF PIC 9 VALUE 0.
       77  WS-PEN-PRIOR PIC 9(02) VALUE 0.
       77  PEN-COUNT PIC 9(03) VALUE 0.
       77  M PIC 9(3).
       77  WS-CREDMST-STATUS PIC X(02).
       77  WS-CREDMOV-STATUS PIC X(02).
       77  CRED-EOF PIC 9 VALUE 0.
       77  CRED-COUNT PIC 9(03) VALUE 0.
       77  WS-CRED-MAX PIC 9(03) VALUE 300.
       77  CRP-COUNT PIC 9(03) VALUE 0.
       77  WS-CRE-DISP PIC S9(07)V99 VALUE 0.
       77  WS-DEDU-TOTAL PIC 9(07)V99 VALUE 0.
       77  WS-CRE-IMP PIC 9(05)V99 VALUE 0.
       77  N PIC 9(3).
       01  GARN-TAB.
           02 GARN-ROW OCCURS 1 TO 200 TIMES
                  DEPENDING ON GARN-COUNT.
               03 PP-CLABE PIC X(18).
               03 PP-BANCO PIC X(03).
               03 PP-BENEF PIC X(20).
       01  CRED-TAB.
           02 CRED-ROW OCCURS 1 TO 300 TIMES
                  DEPENDING ON CRED-COUNT.
               03 CE-NOMI PIC 9(06).
               03 CE-CREDITO PIC X(10).
       01  CRED-PEND-TAB.
           02 CRED-PEND-ROW OCCURS 300 TIMES.
               03 CRP-CREDITO PIC X(10).
               03 CRP-IMPORTE PIC 9(05)V99.
       01  ANN-TAB.
           02 ANN-ROW OCCURS 1 TO 500 TIMES
                  DEPENDING ON ANN-COUNT.
           END-IF.
           PERFORM CARGA-CORRECCIONES.
           PERFORM CARGA-PENSIONES.
           PERFORM CARGA-CREDITOS.
           OPEN INPUT EMPLOYEES.
           IF WS-EMPLOYEES-STATUS = "35"
               DISPLAY "ERROR: NO EXISTE EL MAESTRO DE EMPLEADOS"
           IF WS-GARNDET-STATUS = "35"
               OPEN OUTPUT GARNDET
           END-IF.
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
           OPEN OUTPUT EXCFWD-NVO.
           OPEN OUTPUT RECYC-RPT.
           PERFORM MARCA-RECICLAJE-INICIO.
           CLOSE DEPTHIST.
           CLOSE EMPHIST.
           CLOSE GARNDET.
           CLOSE CREDMST.
           CLOSE CREDMOV.
           CLOSE EXCFWD-NVO.
           CLOSE RECYC-RPT.
           STOP RUN.
           MOVE 0 TO EMS-COMISION.
           MOVE 0 TO EMS-BONO-PUN.
           MOVE 0 TO EMS-DESC-FAL.
           MOVE 0 TO EMS-PRIMA-VAC.
           PERFORM CALCULA-RETENCIONES.
      *    Only the exception that missed the December pay itself
      *    still owes the annual adjustment; a carry-forward from an
               PERFORM APLICA-AJUSTE-ANUAL
           END-IF.
           PERFORM APLICA-PENSIONES.
           PERFORM APLICA-CREDITOS.
      *    EMS-DEDU carries whole pesos only; the net is taken from
      *    the full sum so the cents of the pension and the credit
      *    installments come off the pay exactly as they are charged.
           COMPUTE WS-DEDU-TOTAL = EMS-ISR + EMS-IMSS + EMS-OTRAS-DEDU
               + EMS-PENSION + EMS-CREDITOS.
           MOVE WS-DEDU-TOTAL TO EMS-DEDU.
           COMPUTE EMS-SALA = EMS-PERC - WS-DEDU-TOTAL.
      *    An inactive department is as invalid a destination for a
      *    correction as a missing one, just as in EMPMAINT.
           MOVE "N" TO WS-DEPT-MATCH.
       APLICA-RECICLADO.
           WRITE EMS-REG.
           PERFORM GRABA-PENSIONES.
           PERFORM GRABA-CREDITOS.
           PERFORM ACTUALIZA-DEPTHIST.
           PERFORM GRABA-GL-COMPLEMENTO.
           PERFORM GRABA-HIST-EMPLEADO.
           ADD 1 TO CONT-RECICLADOS.
           MOVE EMS-SALA TO WS-EDIT-SALA.
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
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > DEPT-COUNT
               IF EMS-DEPT = DEPT-CODE(J)
                   MOVE DEPT-CC(J) TO GL-CC
               END-IF
           END-PERFORM.
           MOVE EMS-SALA TO GL-DEBIT.
           MOVE WS-PERIOD TO GL-PERIOD.
           WRITE GL-REG.
           CLOSE GLEXTRACT.

       BUSCA-NOMBRE-DEPTO.
           MOVE SPACES TO DH-DEPT-NAME.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > DEPT-COUNT
               WRITE GD-REG
           END-PERFORM.

      *-------------------- Payroll credit installments --------------------
      * Same master and same capping rule as 3EMP-SAL, after the
      * garnishment orders.  A credit is charged at most one
      * installment per period: one that already carries the period's
      * "D" movement - the employee was paid normally meanwhile, or
      * recycled from both the current EXCSAL and the carry-forward in
      * this run - is skipped.
       CARGA-CREDITOS.
           MOVE 0 TO CRED-COUNT.
           MOVE 0 TO CRED-EOF.
           OPEN INPUT CREDMST.
           IF WS-CREDMST-STATUS NOT = "35"
               PERFORM LEE-CREDITO
               PERFORM UNTIL CRED-EOF = 1
                   IF CRED-COUNT >= WS-CRED-MAX
                       DISPLAY "ERROR: EL MAESTRO DE CREDITOS EXCEDE ",
                               "EL MAXIMO DE ", WS-CRED-MAX,
                               " CREDITOS SOPORTADO"
                       CLOSE CREDMST
                       STOP RUN
                   END-IF
                   ADD 1 TO CRED-COUNT
                   MOVE CD-NOMI TO CE-NOMI(CRED-COUNT)
                   MOVE CD-CREDITO TO CE-CREDITO(CRED-COUNT)
                   PERFORM LEE-CREDITO
               END-PERFORM
               CLOSE CREDMST
           END-IF.

       LEE-CREDITO.
           READ CREDMST NEXT RECORD
               AT END MOVE 1 TO CRED-EOF
           END-READ.

       APLICA-CREDITOS.
           MOVE 0 TO EMS-CREDITOS.
           MOVE 0 TO CRP-COUNT.
           IF CRED-COUNT > 0
               COMPUTE WS-CRE-DISP = EMS-PERC - EMS-ISR - EMS-IMSS
                   - EMS-OTRAS-DEDU - EMS-PENSION
               IF WS-CRE-DISP < 0
                   MOVE 0 TO WS-CRE-DISP
               END-IF
               PERFORM VARYING N FROM 1 BY 1 UNTIL N > CRED-COUNT
                   IF CE-NOMI(N) = EMS-NOMI
                       PERFORM APLICA-UN-CREDITO
                   END-IF
               END-PERFORM
           END-IF.

       APLICA-UN-CREDITO.
           MOVE CE-NOMI(N) TO CM-NOMI.
           MOVE CE-CREDITO(N) TO CM-CREDITO.
           MOVE WS-PERIOD TO CM-REFER.
           MOVE "D" TO CM-TIPO.
           READ CREDMOV
               INVALID KEY
                   MOVE CE-NOMI(N) TO CD-NOMI
                   MOVE CE-CREDITO(N) TO CD-CREDITO
                   READ CREDMST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM CALCULA-ABONO
                   END-READ
           END-READ.

       CALCULA-ABONO.
           MOVE 0 TO WS-CRE-IMP.
           IF CD-STATUS = "A" AND CD-SALDO > 0
               IF CD-DESCUENTO > CD-SALDO
                   MOVE CD-SALDO TO WS-CRE-IMP
               ELSE
                   MOVE CD-DESCUENTO TO WS-CRE-IMP
               END-IF
               IF WS-CRE-IMP > WS-CRE-DISP
                   DISPLAY "AVISO: CREDITO ", CD-CREDITO, " DE ",
                           EMS-NOMI, " DESCONTADO PARCIALMENTE POR ",
                           "NETO INSUFICIENTE"
                   MOVE WS-CRE-DISP TO WS-CRE-IMP
               END-IF
           END-IF.
           IF WS-CRE-IMP > 0
               SUBTRACT WS-CRE-IMP FROM WS-CRE-DISP
               ADD WS-CRE-IMP TO EMS-CREDITOS
               ADD 1 TO CRP-COUNT
               MOVE CD-CREDITO TO CRP-CREDITO(CRP-COUNT)
               MOVE WS-CRE-IMP TO CRP-IMPORTE(CRP-COUNT)
           END-IF.

       GRABA-CREDITOS.
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > CRP-COUNT
               MOVE EMS-NOMI TO CD-NOMI
               MOVE CRP-CREDITO(N) TO CD-CREDITO
               READ CREDMST
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM ACTUALIZA-CREDITO
               END-READ
           END-PERFORM.

       ACTUALIZA-CREDITO.
           SUBTRACT CRP-IMPORTE(N) FROM CD-SALDO.
           IF CD-SALDO = 0
               MOVE "L" TO CD-STATUS
               DISPLAY "CREDITO ", CD-CREDITO, " DE ", CD-NOMI,
                       " LIQUIDADO EN EL PERIODO ", WS-PERIOD
           END-IF.
           MOVE WS-CURRENT-DATE TO CD-FECHA-ACT.
           REWRITE CD-REG.
           MOVE CD-NOMI TO CM-NOMI.
           MOVE CD-CREDITO TO CM-CREDITO.
           MOVE WS-PERIOD TO CM-REFER.
           MOVE "D" TO CM-TIPO.
           MOVE CRP-IMPORTE(N) TO CM-IMPORTE.
           MOVE CD-SALDO TO CM-SALDO.
           MOVE WS-CURRENT-DATE TO CM-FECHA.
           WRITE CM-REG.

      *-------------------- Annual ISR adjustment --------------------
      * A December recycle must carry the same annual adjustment the
      * December run folds into EMS-ISR, with the same clamp-at-zero
