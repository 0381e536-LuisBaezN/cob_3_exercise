       77  CONT-DUP PIC 9(05) VALUE 0.
       77  CONT-INVALIDAS PIC 9(05) VALUE 0.
       77  WS-ES-DUP PIC X(01) VALUE "N".
       77  CONT-LEIDAS PIC 9(05) VALUE 0.
       77  WS-CARGA-CLABE PIC X(18) VALUE SPACES.
       77  WS-CARGA-STATUS PIC X(01) VALUE SPACE.
       77  RPT-MOTIVO PIC X(45) VALUE SPACES.
       77  I PIC 9(4).
       77  J PIC 9(4).
           PERFORM CARGA-CUENTAS.
           CLOSE BANKACCT.
           PERFORM BUSCA-DUPLICADOS.
           DISPLAY "CUENTAS REVISADAS: ", CONT-LEIDAS.
           DISPLAY "CLABES COMPARTIDAS ENTRE NOMINAS: ", CONT-DUP.
           DISPLAY "CUENTAS QUE NO PASAN LA VALIDACION: ",
                   CONT-INVALIDAS.
      * Inactive accounts still load for the duplicate sweep - a
      * shared CLABE parked on an inactive record is how the fraud
      * hides - but only active ones are worth a validation line.
      * A CLABE captured in BNKMAINT and still waiting for approval
      * is swept as well, with status "P", so the approver sees a
      * collision before the account can ever be paid to; an alta
      * still pending has no approved CLABE of its own yet.
       CARGA-CUENTAS.
           MOVE 0 TO CTA-COUNT.
           MOVE 0 TO BA-EOF.
           PERFORM LEE-CUENTA.
           PERFORM UNTIL BA-EOF = 1
               ADD 1 TO CONT-LEIDAS
               IF BA-STATUS NOT = "P"
                   MOVE BA-CLABE TO WS-CARGA-CLABE
                   MOVE BA-STATUS TO WS-CARGA-STATUS
                   PERFORM AGREGA-CUENTA
               END-IF
               IF BA-PEND-TX = "A" OR BA-PEND-TX = "C"
                   MOVE BA-PEND-CLABE TO WS-CARGA-CLABE
                   MOVE "P" TO WS-CARGA-STATUS
                   PERFORM AGREGA-CUENTA
               END-IF
               IF BA-STATUS = "A"
                   PERFORM VALIDA-CUENTA
               END-IF
               PERFORM LEE-CUENTA
           END-PERFORM.

       AGREGA-CUENTA.
           IF CTA-COUNT >= WS-CTA-MAX
               DISPLAY "ERROR: BANKACCT EXCEDE EL MAXIMO DE ",
                       WS-CTA-MAX, " CUENTAS SOPORTADAS"
               CLOSE BANKACCT
               STOP RUN
           END-IF.
           ADD 1 TO CTA-COUNT.
           MOVE BA-NOMI TO CT-NOMI(CTA-COUNT).
           MOVE WS-CARGA-CLABE TO CT-CLABE(CTA-COUNT).
           MOVE WS-CARGA-STATUS TO CT-STATUS(CTA-COUNT).
           MOVE "N" TO CT-REPORTADA(CTA-COUNT).

       LEE-CUENTA.
           READ BANKACCT NEXT RECORD
               AT END MOVE 1 TO BA-EOF
