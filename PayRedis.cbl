               MOVE WS-PARM(1:6) TO WS-PERIOD(1:6)
           END-IF.
           IF WS-PARM(7:2) = "Q1" OR WS-PARM(7:2) = "Q2"
                   OR WS-PARM(7:2) = "AG"
               MOVE WS-PARM(7:2) TO WS-PERIOD(7:2)
           END-IF.
           OPEN I-O PAYLEDG.
