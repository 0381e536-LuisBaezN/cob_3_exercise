      *          not be closed in the period control file.
      *          Downward adjustments cannot be carried in the EMPSAL
      *          layout (unsigned gross) and are reported for manual
      *          recovery through EMP-DEDU, as are restatements whose
      *          withholding grows faster than the gross (a negative
      *          net or deduction difference); December periods whose
      *          withholding carries an annual ISR adjustment are
      *          likewise referred to manual handling.
      * Tectonics: cobc
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DEPTHIST-STATUS.
           SELECT GLEXTRACT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLEXTRACT-STATUS.
           SELECT PERIODCTL ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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
       FD  ANNADJ.
       77  WS-EMPHIST-STATUS PIC X(02).
       77  WS-EMPSAL-STATUS PIC X(02).
       77  WS-DEPTHIST-STATUS PIC X(02).
       77  WS-GLEXTRACT-STATUS PIC X(02).
       77  WS-PERIODCTL-STATUS PIC X(02).
       77  RT-EOF PIC 9 VALUE 0.
       77  DEPT-EOF PIC 9 VALUE 0.
               MOVE "PERCEPCION FUERA DE TABLA ISR" TO RPT-MOTIVO
               PERFORM GRABA-RECHAZO
           ELSE
      *        The pension and the credit installments withheld in
      *        the affected period stand as withheld - a retro
      *        difference never reopens a court order or a CREDMST
      *        balance - so only the gross, ISR and IMSS differences
      *        move.  The period is restated from those differences,
      *        which keeps the exact cents EH-SALA carries for the
      *        pension and credits (EH-DEDU holds whole pesos).
               COMPUTE WS-DIF-PERC = RT-PERC-NUEVA - EH-PERC
               COMPUTE WS-DIF-ISR = WS-NVO-ISR - EH-ISR
               COMPUTE WS-DIF-IMSS = WS-NVO-IMSS - EH-IMSS
               COMPUTE WS-DIF-DEDU = WS-DIF-ISR + WS-DIF-IMSS
               COMPUTE WS-DIF-SALA = WS-DIF-PERC - WS-DIF-ISR
                   - WS-DIF-IMSS
               COMPUTE WS-NVO-SALA = EH-SALA + WS-DIF-SALA
               COMPUTE WS-NVO-DEDU = EH-DEDU + WS-DIF-DEDU
               IF WS-DIF-PERC < 0
                   MOVE "AJUSTE A LA BAJA - TRAMITE MANUAL"
                       TO RPT-MOTIVO
                   PERFORM GRABA-RECHAZO
               ELSE
                   IF WS-DIF-DEDU < 0 OR WS-DIF-SALA < 0
                       MOVE "DIFERENCIA NEGATIVA - TRAMITE MANUAL"
                           TO RPT-MOTIVO
                       PERFORM GRABA-RECHAZO
                   ELSE
                       PERFORM APLICA-AJUSTE
                   END-IF
               END-IF
           END-IF.

           MOVE 0 TO EMS-COMISION.
           MOVE 0 TO EMS-BONO-PUN.
           MOVE 0 TO EMS-DESC-FAL.
           MOVE 0 TO EMS-PRIMA-VAC.
           MOVE 0 TO EMS-PENSION.
           MOVE 0 TO EMS-CREDITOS.
           WRITE EMS-REG.
           PERFORM ACTUALIZA-DEPTHIST.
           PERFORM GRABA-GL-COMPLEMENTO.
           PERFORM GRABA-RETROLOG.
           MOVE RT-PERC-NUEVA TO EH-PERC.
           MOVE WS-NVO-ISR TO EH-ISR.
                   REWRITE DH-REG
           END-READ.

      * The period's GL extract is cut by 3EMP-SAL; a net posted to
      * the period afterwards follows it as a complementary debit to
      * the department's cost center, so the extract keeps tying to
      * DEPTHIST.  GL-DEBIT is unsigned, so a negative difference is
      * never written as a debit; RECALCULA-RETENCIONES already sends
      * those to manual handling.
       GRABA-GL-COMPLEMENTO.
           IF WS-DIF-SALA NOT < 0
               OPEN EXTEND GLEXTRACT
               IF WS-GLEXTRACT-STATUS = "35"
                   OPEN OUTPUT GLEXTRACT
               END-IF
               MOVE SPACES TO GL-CC
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
                   IF EH-DEPT = DEPT-CODE(I)
                       MOVE DEPT-CC(I) TO GL-CC
                   END-IF
               END-PERFORM
               MOVE WS-DIF-SALA TO GL-DEBIT
               MOVE WS-PERIOD TO GL-PERIOD
               WRITE GL-REG
               CLOSE GLEXTRACT
           END-IF.

       BUSCA-NOMBRE-DEPTO.
           MOVE SPACES TO DH-DEPT-NAME.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > DEPT-COUNT
