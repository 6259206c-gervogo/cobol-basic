               IF WS-TC-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir TIMECARD.DAT "
                          "(status " WS-TC-STATUS ")"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.

               IF WS-EMP-STATUS NOT = "00"
                  DISPLAY "ERROR: no se pudo abrir EMPLOYEE-MASTER "
                          "(status " WS-EMP-STATUS ")"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.

                       " leidas, " WS-COUNT-CLEAN
                       " limpias, " WS-COUNT-REJECTED
                       " rechazadas.".
      *         CODIGO DE RETORNO PARA LA CADENA DESATENDIDA:
      *         0 = TODO LIMPIO, 4 = HAY RECHAZOS, 16 = ABORTADA
               IF WS-COUNT-REJECTED > ZERO
                  DISPLAY "AVISO: revisar TCEDIT.RPT y TIMECARD.REJ "
                          "antes de lanzar la nomina"
                  MOVE 4 TO RETURN-CODE
               ELSE
                  MOVE ZERO TO RETURN-CODE
               END-IF.
               STOP RUN.

               IF WS-SEEN-COUNT >= 10000
                  DISPLAY "ERROR: tabla de grupos agotada (10000); "
                          "edicion abortada"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               ADD 1 TO WS-SEEN-COUNT.
                  IF WS-TRL-STATUS NOT = "00"
                     DISPLAY "ERROR: no se pudo abrir REJTRAIL.DAT "
                             "(status " WS-TRL-STATUS ")"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  MOVE "Y" TO WS-TRL-OPEN
