      *          the year to ANNADJ for the December payroll to pick
      *          up, and produces a formatted annual certificate page
      *          per employee (CERTANUAL) plus a company summary
      *          (RESANUAL).  The summary's annual total, less the
      *          aguinaldo, ties back to GL; the per-period lines only
      *          do so for periods with no retro adjustments, which
      *          restate the affected month's history while their GL
      *          debit goes out with the month that carried the
      *          difference.
      *          The aguinaldo run posts to EMPHIST under the AAAA12AG
      *          period like any payroll; its exempt part (up to 30
      *          UMA, same rule AGUINALD withheld with) is kept out of
      *          the annual taxable base.  It emits no GLEXTRACT debit,
      *          so its net, carried in the December line, is shown
      *          apart in the summary and taken out of the total that
      *          is reconciled to GL.
      *          Command line: the year to consolidate (AAAA).
      * Tectonics: cobc
      ******************************************************************
       77  ANU-PENSION PIC 9(07)V99 VALUE 0.
       77  ANU-SALA PIC S9(07)V99 VALUE 0.
       77  ANU-PERIODOS PIC 9(02) VALUE 0.
       77  ANU-EXENTO PIC 9(07)V99 VALUE 0.
       77  WS-BASE-ANUAL PIC 9(07)V99 VALUE 0.
       77  WS-UMA-DIARIA PIC 9(07)V99 VALUE 0.
       77  WS-AGUI-TOPE PIC 9(07)V99 VALUE 0.
       77  WS-ISR-ANUAL PIC 9(07) VALUE 0.
       77  WS-AJUSTE PIC S9(07)V99 VALUE 0.
       77  WS-MES PIC 9(02) VALUE 0.
       77  TOT-PERC PIC 9(09)V99 VALUE 0.
       77  TOT-ISR PIC 9(09) VALUE 0.
       77  TOT-SALA PIC S9(09)V99 VALUE 0.
       77  TOT-AGUI-SALA PIC S9(09)V99 VALUE 0.
       77  TOT-SALA-GL PIC S9(09)V99 VALUE 0.
       77  TOT-AJ-CARGO PIC 9(07)V99 VALUE 0.
       77  TOT-AJ-FAVOR PIC 9(07)V99 VALUE 0.
       77  I PIC 9(3).
                       IF TAX-TIPO = "I"
                           MOVE TAX-PORCENTAJE TO WS-IMSS-PCT
                       END-IF
                       IF TAX-TIPO = "U"
                           MOVE TAX-CUOTA-FIJA TO WS-UMA-DIARIA
                       END-IF
                   END-IF
               END-IF
               PERFORM LEE-TARIFA
                       " NO TIENE RENGLONES DE TARIFA ISR"
               STOP RUN
           END-IF.
           IF WS-UMA-DIARIA = 0
               DISPLAY "AVISO: LA VIGENCIA ", WS-TAX-VIGENTE,
                       " NO TIENE VALOR UMA - EL AGUINALDO SE ",
                       "CONSIDERA GRAVADO COMPLETO"
           END-IF.
           COMPUTE WS-AGUI-TOPE = WS-UMA-DIARIA * 30.

       LEE-TARIFA.
           READ TAXRATES AT END MOVE 1 TO TAX-EOF.
               MOVE 0 TO ANU-PENSION
               MOVE 0 TO ANU-SALA
               MOVE 0 TO ANU-PERIODOS
               MOVE 0 TO ANU-EXENTO
           END-IF.
           IF EH-PERIOD(1:4) = WS-ANIO
               MOVE EH-NOMB TO WS-NOMB-ANT
               ADD EH-PENSION TO ANU-PENSION
               ADD EH-SALA TO ANU-SALA
               ADD 1 TO ANU-PERIODOS
               IF EH-PERIOD(7:2) = "AG"
                   ADD EH-SALA TO TOT-AGUI-SALA
                   IF EH-PERC > WS-AGUI-TOPE
                       ADD WS-AGUI-TOPE TO ANU-EXENTO
                   ELSE
                       ADD EH-PERC TO ANU-EXENTO
                   END-IF
               END-IF
               MOVE EH-PERIOD(5:2) TO WS-MES
               IF WS-MES >= 1 AND WS-MES <= 12
                   ADD EH-SALA TO MES-SALA(WS-MES)

      *-------------------- Annual ISR determination --------------------
      * The monthly tariff raised to a year: limits and fixed fee
      * times twelve, same marginal percentage per bracket, applied
      * to the annual gross less the exempt aguinaldo.
       CALCULA-ISR-ANUAL.
           MOVE "N" TO WS-ISR-MATCH.
           MOVE 0 TO WS-ISR-ANUAL.
           COMPUTE WS-BASE-ANUAL = ANU-PERC - ANU-EXENTO.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > TAX-COUNT
               COMPUTE WS-LIM-INF-A = TAB-LIM-INF(J) * 12
               COMPUTE WS-LIM-SUP-A = TAB-LIM-SUP(J) * 12
               IF WS-ISR-MATCH = "N"
                       AND WS-BASE-ANUAL >= WS-LIM-INF-A
                       AND WS-BASE-ANUAL <= WS-LIM-SUP-A
                   MOVE "S" TO WS-ISR-MATCH
                   COMPUTE WS-ISR-ANUAL ROUNDED = TAB-CUOTA(J) * 12
                       + (WS-BASE-ANUAL - WS-LIM-INF-A) * TAB-PCT(J)
                       / 100
               END-IF
           END-PERFORM.
           IF WS-ISR-MATCH = "N"
           MOVE "PERCEPCION ANUAL:" TO WS-IMP-LABEL.
           MOVE ANU-PERC TO WS-EDIT-IMP.
           PERFORM ESCRIBE-IMPORTE.
           IF ANU-EXENTO > 0
               MOVE "AGUINALDO EXENTO:" TO WS-IMP-LABEL
               MOVE ANU-EXENTO TO WS-EDIT-IMP
               PERFORM ESCRIBE-IMPORTE
           END-IF.
           MOVE "ISR RETENIDO:" TO WS-IMP-LABEL.
           MOVE ANU-ISR TO WS-EDIT-IMP.
           PERFORM ESCRIBE-IMPORTE.

      *--------------------- Company annual summary ---------------------
      * One line per period with the net total paid.  Only the annual
      * total less the aguinaldo is guaranteed to tie back to GL: a
      * retro adjustment restates the affected month here but is
      * debited in GLEXTRACT with the month that carried it, so
      * individual months can legitimately differ from that month's
      * postings, and the aguinaldo (in the December line) is never
      * debited in GLEXTRACT at all.
       GRABA-RESUMEN.
           MOVE ALL "=" TO RES-LINE.
           WRITE RES-LINE.
               WRITE RES-LINE
           END-PERFORM.
           MOVE SPACES TO RES-LINE.
           MOVE "  DEL CUAL AGUINALDO" TO RES-LINE(1:20).
           MOVE WS-ANIO TO RES-LINE(22:4).
           MOVE "12AG:" TO RES-LINE(26:5).
           MOVE TOT-AGUI-SALA TO WS-EDIT-IMP.
           MOVE WS-EDIT-IMP TO RES-LINE(36:15).
           WRITE RES-LINE.
           MOVE SPACES TO RES-LINE.
           MOVE "NOTA: LOS AJUSTES RETROACTIVOS SE CARGAN EN GL EN EL"
               TO RES-LINE(1:52).
           WRITE RES-LINE.
           MOVE SPACES TO RES-LINE.
           MOVE "MES QUE LOS LLEVO - CONCILIE CONTRA EL TOTAL ANUAL"
               TO RES-LINE(1:50).
           WRITE RES-LINE.
           MOVE SPACES TO RES-LINE.
           MOVE "EL AGUINALDO NO SE CARGA EN GL - USE EL NETO TOTAL"
               TO RES-LINE(1:50).
           WRITE RES-LINE.
           MOVE SPACES TO RES-LINE.
           MOVE "CONTRA GL (TOTAL ANUAL MENOS AGUINALDO)"
               TO RES-LINE(1:39).
           WRITE RES-LINE.
           MOVE ALL "-" TO RES-LINE.
           WRITE RES-LINE.
           MOVE "NETO PAGADO TOTAL:" TO WS-IMP-LABEL.
           MOVE TOT-SALA TO WS-EDIT-IMP.
           PERFORM ESCRIBE-TOTAL.
           COMPUTE TOT-SALA-GL = TOT-SALA - TOT-AGUI-SALA.
           MOVE "NETO TOTAL CONTRA GL:" TO WS-IMP-LABEL.
           MOVE TOT-SALA-GL TO WS-EDIT-IMP.
           PERFORM ESCRIBE-TOTAL.
           MOVE "AJUSTES A CARGO:" TO WS-IMP-LABEL.
           MOVE TOT-AJ-CARGO TO WS-EDIT-IMP.
           PERFORM ESCRIBE-TOTAL.
