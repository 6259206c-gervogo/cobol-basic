      *         DEVENGO DE SALDOS POR PERIODO LIQUIDADO Y SALDOS
      *         RESULTANTES DEL EMPLEADO EN CURSO (SE IMPRIMEN EN EL
      *         PAYSLIP Y SE REGRABAN EN EL MAESTRO). LAS LINEAS V/S
      *         QUE EXCEDEN EL SALDO DISPONIBLE SE RECHAZAN. LAS
      *         HORAS DE DEVENGO SALEN DE LA VERSION DE TASAS
      *         LEGALES VIGENTE EN EL FIN DE PERIODO
          01 VAC-ACCRUAL-HOURS  PIC 9(3)V99 VALUE ZERO.
          01 SICK-ACCRUAL-HOURS PIC 9(3)V99 VALUE ZERO.

      *         CONSULTA DE LA TABLA DE TASAS LEGALES (NOMINA-TASAS)
          01 WS-TAS-FUNCTION  PIC X(1) VALUE "F".
          01 WS-TAS-VERSION   PIC 9(3) VALUE ZERO.
          01 WS-TAS-RESULT    PIC X(1).
          COPY STATRATE REPLACING
               ==STATUTORY-RATE-RECORD== BY ==WS-RATE-RECORD==
               LEADING ==SR== BY ==WS-SR==.

      *         PRORRATEO DE PERIODOS TRABAJADOS SOLO EN PARTE
      *         (ALTAS Y BAJAS A MITAD DE PERIODO): FACTOR = DIAS
                  IF WS-EMP-STATUS NOT = "00"
                     DISPLAY "ERROR: no se pudo abrir EMPLOYEE-MASTER "
                             "(status " WS-EMP-STATUS ")"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  MOVE "Y" TO WS-FILE-OPENED
                     DISPLAY "ERROR: no se pudo abrir el maestro de "
                             "departamentos DEPTMAST.DAT (status "
                             WS-DPT-STATUS "); ejecutar DEPTMAST-INIT"
                     MOVE 16 TO RETURN-CODE
                     STOP RUN
                  END-IF
                  PERFORM Persona-LOAD-PERIOD
                         WS-SGN-RESULT.
               IF WS-SGN-RESULT NOT = "Y"
                  DISPLAY "Sign-on denegado; run cancelado."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               MOVE "Y" TO WS-SIGNED-ON.
                         WS-OPERATOR-ID
                         WS-LCK-RESULT.
               IF WS-LCK-RESULT NOT = "Y"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.

               ELSE
                  DISPLAY "Run cancelado; liberar o anular primero "
                          "el run pendiente."
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.

               IF WS-YEAR-CLOSED = "Y"
                  DISPLAY "ERROR: el ejercicio " WS-PERIOD-END(1:4)
                          " esta CERRADO; run rechazado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               PERFORM Persona-LOAD-RATES.

      *         TOMA LA VERSION DE TASAS LEGALES VIGENTE EN EL FIN
      *         DEL PERIODO DEL RUN (LA MISMA QUE APLICARA LA
      *         CALCULADORA); SIN VERSION VIGENTE NO SE LIQUIDA
          Persona-LOAD-RATES.
               MOVE "F" TO WS-TAS-FUNCTION.
               CALL "NOMINA-TASAS"
                  USING  WS-TAS-FUNCTION
                         WS-PERIOD-END
                         WS-TAS-VERSION
                         WS-RATE-RECORD
                         WS-TAS-RESULT.
               IF WS-TAS-RESULT NOT = "Y"
                  DISPLAY "ERROR: no hay version de tasas legales "
                          "vigente para el fin de periodo "
                          WS-PERIOD-END "; run rechazado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               MOVE WS-SR-VAC-ACCRUAL-HOURS  TO VAC-ACCRUAL-HOURS.
               MOVE WS-SR-SICK-ACCRUAL-HOURS TO SICK-ACCRUAL-HOURS.
               DISPLAY "Tasas legales: version " WS-SR-VERSION
                       " (efecto " WS-SR-EFF-DATE ").".

      *         DETERMINA QUE GRUPO DE PAGO LIQUIDA ESTE RUN: DEL
      *         FICHERO PAYGROUP.DAT SI EL LOTE LO SUMINISTRA, O
               IF WS-RUN-GROUP NOT = "M" AND WS-RUN-GROUP NOT = "W"
                  DISPLAY "ERROR: grupo de pago '" WS-RUN-GROUP
                          "' no valido; run cancelado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               DISPLAY "Run del grupo de pago " WS-RUN-GROUP ".".
                           DISPLAY "ERROR: calendario de periodos "
                                   "con mas de 120 registros; "
                                   "revisar PERCAL.DAT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                        END-IF
                        ADD 1 TO WS-PCAL-COUNT
                          "del grupo " WS-RUN-GROUP
                          " en el calendario PERCAL.DAT; cargar el "
                          "calendario con PERCAL-INIT"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               IF WS-PERIOD-LOADED = "Y" AND
                          WS-PCAL-START(WS-PCAL-PICKED) " a "
                          WS-PCAL-END(WS-PCAL-PICKED)
                          "); run rechazado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               MOVE WS-PCAL-START(WS-PCAL-PICKED) TO WS-PERIOD-START.
                  DISPLAY "ERROR: tabla de empleados liquidados "
                          "agotada (10000); run abortado, reanudar "
                          "desde el checkpoint"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               ADD 1 TO WS-COMPLETED-COUNT.
               IF WS-FINALIZED-COUNT >= 10000
                  DISPLAY "ERROR: tabla de empleados del run "
                          "agotada (10000); run abortado"
                  MOVE 16 TO RETURN-CODE
                  STOP RUN
               END-IF.
               ADD 1 TO WS-FINALIZED-COUNT.
                       IF WS-FINALIZED-COUNT >= 10000
                          DISPLAY "ERROR: tabla de empleados del run "
                                  "agotada (10000); run abortado"
                          MOVE 16 TO RETURN-CODE
                          STOP RUN
                       END-IF
                       ADD 1 TO WS-FINALIZED-COUNT
                           WS-BALANCE-FLAG
                           WS-ACCRUED-FLAG
                           WS-SKIP-FLAG
                           WS-DEPT-SPLIT
                           WS-RUN-GROUP.
      *         SI LA CALCULADORA RECHAZO EL PAGO POR EXISTIR YA UN
      *         PAGO VIVO EN EL HISTORICO PARA ESTE PERIODO, NO SE
      *         TOCA NADA DEL MAESTRO: NI YTD NI SALDOS. EL OPERADOR
               MOVE WS-RUN-YTD-NETO TO PEN-TOTAL-NETO.
               MOVE WS-VAR-COUNT    TO PEN-VAR-COUNT.
               MOVE WS-RUN-GROUP    TO PEN-PAY-GROUP.
               MOVE "P"             TO PEN-RUN-TYPE.
               WRITE PENDING-RECORD.
               CLOSE PENDING-FILE.
               DISPLAY "Salidas del run en estado PENDIENTE; un "
                           WS-BALANCE-FLAG
                           WS-ACCRUED-FLAG
                           WS-SKIP-FLAG
                           WS-DEPT-SPLIT
                           WS-RUN-GROUP.
      *         INFORME DE VARIACIONES CONTRA EL PERIODO ANTERIOR
      *         (VARIANCE.RPT): SE GENERA CON EL HISTORICO YA
      *         CERRADO POR LA CALCULADORA Y SU RECUENTO DE
                   CLOSE AUDIT-LOG-FILE
                END-IF.
                PERFORM Persona-RELEASE-LOCK.
      *         CODIGO DE RETORNO PARA LA CADENA DESATENDIDA:
      *         0 = RUN CUADRADO, 4 = RUN FUERA DE CUADRE (QUEDA
      *         PENDIENTE IGUALMENTE), 16 = RUN ABORTADO
                IF WS-BALANCE-FLAG = "E"
                   MOVE ZERO TO RETURN-CODE
                ELSE
                   MOVE 4 TO RETURN-CODE
                END-IF.
                STOP RUN.

          END PROGRAM SISTEMA-GESTION-NOMINAS.
