      *          where is the money" is one run instead of a bank
      *          statement reconciliation.  Command line selects the
      *          scope:
      *            (blank)                  the whole ledger
      *            PERIODO[Q1/Q2/AG]        one period
      *            PERIODO[Q1/Q2/AG] NOMINA one payment
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCEPT WS-PARM FROM COMMAND-LINE.
           IF WS-PARM(1:6) NOT = SPACES
               IF WS-PARM(1:6) NOT NUMERIC
                   DISPLAY "USO: PAYLINQ [PERIODO[Q1/Q2/AG] [NOMINA]]"
                   STOP RUN
               END-IF
               MOVE "S" TO WS-FILTRA-PER
               MOVE SPACES TO WS-PERIOD
               MOVE WS-PARM(1:6) TO WS-PERIOD(1:6)
               IF WS-PARM(7:2) = "Q1" OR WS-PARM(7:2) = "Q2"
                       OR WS-PARM(7:2) = "AG"
                   MOVE WS-PARM(7:2) TO WS-PERIOD(7:2)
                   MOVE WS-PARM(10:6) TO WS-NOMI-X
               ELSE
