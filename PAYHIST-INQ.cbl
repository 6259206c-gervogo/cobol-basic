                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

              SELECT INQUIRY-REPORT-FILE ASSIGN TO "PAYHINQ.RPT"
               CLOSE INQUIRY-REPORT-FILE.
               STOP RUN.

      *         MUESTRA CADA PAGO QUE CUMPLE LOS CRITERIOS DE
      *         EMPLEADO Y PERIODO. CON PERIODO DADO SE VA DIRECTO A
      *         EL POR LA CLAVE ALTERNATIVA (TODOS LOS GRUPOS DE
      *         PAGO) Y SE PARA AL CAMBIAR DE FIN DE PERIODO; SIN
      *         PERIODO SE RECORRE EL HISTORICO COMPLETO
          Inq-SCAN-HISTORY.
               IF WS-ASK-PERIOD-END NOT = SPACES
                  MOVE LOW-VALUES        TO PH-PERIOD-KEY
                  MOVE WS-ASK-PERIOD-END TO PH-PK-PERIOD-END
                  START PAYROLL-HISTORY-FILE KEY IS >= PH-PERIOD-KEY
                     INVALID KEY
                        MOVE "Y" TO WS-HIST-EOF
                  END-START
               ELSE
                  MOVE LOW-VALUES TO PH-KEY
                  START PAYROLL-HISTORY-FILE KEY IS >= PH-KEY
                     INVALID KEY
                        MOVE "Y" TO WS-HIST-EOF
                  END-START
               END-IF.

               PERFORM UNTIL WS-HIST-EOF = "Y"
                  READ PAYROLL-HISTORY-FILE NEXT RECORD
                     AT END
                        MOVE "Y" TO WS-HIST-EOF
                     NOT AT END
                        IF WS-ASK-PERIOD-END NOT = SPACES AND
                           PH-PK-PERIOD-END NOT = WS-ASK-PERIOD-END
                           MOVE "Y" TO WS-HIST-EOF
                        ELSE
                           PERFORM Inq-CHECK-MATCH
                           IF WS-MATCH = "Y"
                              ADD 1 TO WS-COUNT-SHOWN
                              PERFORM Inq-PRINT-RECORD
                           END-IF
                        END-IF
                  END-READ
               END-PERFORM.
                      " PERIODO " PH-PERIOD-START
                      " a " PH-PERIOD-END
                      " TIPO=" PH-REC-TYPE
                      " GRUPO=" PH-PK-PAY-GROUP
                      INTO WS-DETAIL.
               DISPLAY WS-DETAIL.
               WRITE INQUIRY-REPORT-LINE FROM WS-DETAIL.
