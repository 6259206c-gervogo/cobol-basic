                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PH-KEY
                  ALTERNATE RECORD KEY IS PH-PERIOD-KEY
                      WITH DUPLICATES
                  FILE STATUS IS WS-HIST-STATUS.

      *         UMBRAL CONFIGURABLE (PORCENTAJE ENTERO); SIN FICHERO
      *         SE APLICA EL 10 POR CIENTO
              SELECT VARIANCE-PCT-FILE ASSIGN TO "VARPCT.DAT"
          FD  PAYROLL-HISTORY-FILE.
          COPY PAYHIST.

          FD  VARIANCE-PCT-FILE.
          01  VARIANCE-PCT-LINE PIC X(3).

          WORKING-STORAGE SECTION.

          01 WS-HIST-STATUS PIC X(2).
          01 WS-PCT-STATUS  PIC X(2).
          01 WS-RPT-STATUS  PIC X(2).
          01 WS-HIST-EOF    PIC X VALUE "N".

      *         UMBRAL DE VARIACION EN PORCENTAJE ENTERO. EL VALOR
      *         DE VARPCT.DAT PUEDE VENIR JUSTIFICADO A LA
          01 WS-PCT-BAD       PIC X VALUE "N".
          01 WS-PCT-VALUE     PIC 9(3) VALUE ZERO.

      *         FIN DEL PERIODO ANTERIOR: EL MAYOR FIN DE PERIODO
      *         NO ANULADO DEL HISTORICO ANTERIOR AL DEL RUN
          01 WS-PREV-PERIOD PIC X(8) VALUE SPACES.
                            "informe de variaciones"
                    GOBACK
                 END-IF.

      *          SIN PERIODO ANTERIOR DADO POR EL LLAMADOR SE BUSCA
      *          EL MAS RECIENTE DEL GRUPO EN EL HISTORICO
                 IF VAR-PREV-PERIOD = SPACES
                    PERFORM FIND-PREVIOUS
                 END-IF.
      *          PASADA 1: PAGOS DEL PERIODO DEL RUN
                 PERFORM SCAN-CURRENT.
      *          PASADA 2: PAGOS DE ESE PERIODO ANTERIOR
                 IF WS-PREV-PERIOD NOT = SPACES
                    PERFORM SCAN-PREVIOUS
                 END-IF.
                 CLOSE PAYROLL-HISTORY-FILE.

                 PERFORM WRITE-REPORT.

                            WS-THRESHOLD-PCT " %)"
                 END-IF.

      *          LOCALIZA EL FIN DE PERIODO ANTERIOR MAS RECIENTE
      *          DEL GRUPO DEL RUN CON PAGOS VIVOS, RECORRIENDO POR
      *          LA CLAVE ALTERNATIVA SOLO LOS PERIODOS ANTERIORES AL
      *          DEL RUN. SOLO CUENTAN LAS NOMINAS DEL PERIODO (TIPO
      *          P): UNA PAGA EXTRAORDINARIA NO ES COMPARABLE
           FIND-PREVIOUS.
                 MOVE SPACES TO WS-PREV-PERIOD.
                 MOVE "N" TO WS-HIST-EOF.
                 MOVE LOW-VALUES TO PH-PERIOD-KEY.
                 START PAYROLL-HISTORY-FILE KEY IS >= PH-PERIOD-KEY
                    INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
                 END-START.
                 PERFORM UNTIL WS-HIST-EOF = "Y"
                    READ PAYROLL-HISTORY-FILE NEXT RECORD
                       AT END
                          MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                          IF PH-PK-PERIOD-END NOT < VAR-PERIOD-END
                             MOVE "Y" TO WS-HIST-EOF
                          ELSE
                             IF PH-PK-PAY-GROUP = VAR-PAY-GROUP AND
                                PH-REVERSED NOT = "Y" AND
                                PH-REC-TYPE = "P"
                                MOVE PH-PK-PERIOD-END
                                  TO WS-PREV-PERIOD
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM.

      *          GUARDA LOS PAGOS VIVOS DEL PERIODO DEL RUN: SE
      *          POSICIONA POR LA CLAVE ALTERNATIVA EN EL FIN DE
      *          PERIODO Y GRUPO DEL RUN Y LEE HASTA QUE CAMBIA. EL
      *          GRUPO DE LA CLAVE SEPARA LOS CALENDARIOS SEMANAL Y
      *          MENSUAL CUANDO COMPARTEN FIN DE PERIODO
           SCAN-CURRENT.
                 MOVE "N" TO WS-HIST-EOF.
                 MOVE VAR-PERIOD-END TO PH-PK-PERIOD-END.
                 MOVE VAR-PAY-GROUP  TO PH-PK-PAY-GROUP.
                 START PAYROLL-HISTORY-FILE KEY IS = PH-PERIOD-KEY
                    INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
                 END-START.
                       AT END
                          MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                          IF PH-PK-PERIOD-END NOT = VAR-PERIOD-END OR
                             PH-PK-PAY-GROUP NOT = VAR-PAY-GROUP
                             MOVE "Y" TO WS-HIST-EOF
                          ELSE
                             IF PH-REVERSED NOT = "Y" AND
                                PH-REC-TYPE = "P"
                                PERFORM STORE-CURRENT
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM.

           STORE-CURRENT.
                 IF WS-CUR-COUNT >= 10000
                    DISPLAY "ERROR: tabla de pagos del periodo "
                 MOVE PH-BRUTO    TO WS-CUR-BRUTO(WS-CUR-COUNT).
                 MOVE PH-NETO     TO WS-CUR-NETO(WS-CUR-COUNT).

      *          GUARDA LOS PAGOS VIVOS DEL PERIODO ANTERIOR
      *          LOCALIZADO, DEL MISMO GRUPO, POR LA CLAVE ALTERNATIVA
           SCAN-PREVIOUS.
                 MOVE "N" TO WS-HIST-EOF.
                 MOVE WS-PREV-PERIOD TO PH-PK-PERIOD-END.
                 MOVE VAR-PAY-GROUP  TO PH-PK-PAY-GROUP.
                 START PAYROLL-HISTORY-FILE KEY IS = PH-PERIOD-KEY
                    INVALID KEY
                       MOVE "Y" TO WS-HIST-EOF
                 END-START.
                       AT END
                          MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                          IF PH-PK-PERIOD-END NOT = WS-PREV-PERIOD OR
                             PH-PK-PAY-GROUP NOT = VAR-PAY-GROUP
                             MOVE "Y" TO WS-HIST-EOF
                          ELSE
                             IF PH-REVERSED NOT = "Y" AND
                                PH-REC-TYPE = "P"
                                PERFORM STORE-PREVIOUS
                             END-IF
                          END-IF
                    END-READ
                 END-PERFORM.
